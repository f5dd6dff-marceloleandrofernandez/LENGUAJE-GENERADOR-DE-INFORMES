      *** IMPCOMP - IMPRESION DE FACTURAS Y NOTAS DE CREDITO Y     ***
      *** DEBITO - FACTURAR Y NOTASCD YA NO IMPRIMEN: EL           ***
      *** COMPROBANTE SOLO SALE CUANDO TIENE CAE (VER GENCAE /     ***
      *** RESPCAE) - SE PIDE TIPO Y NUMERO, SE RELEEN LA CABECERA, ***
      *** LOS RENGLONES (FACTITEM.IND) Y LOS DATOS FISCALES DEL    ***
      *** CLIENTE, Y SALE POR EL SPOOL CON CAE, VENCIMIENTO Y EL   ***
      *** CODIGO DE BARRAS REGLAMENTARIO (CUIT EMISOR + TIPO +     ***
      *** PTO.VTA + CAE + VENCIMIENTO + DIGITO VERIFICADOR) - SE   ***
      *** PUEDE REIMPRIMIR LAS VECES QUE HAGA FALTA, COMO DESDE    ***
      *** VERSPOOL - LA FACTURA CON SALDO PENDIENTE LLEVA ADEMAS   ***
      *** EL TALON DE PAGO EXTRABANCARIO (PAGO FACIL / RAPIPAGO)   ***
      *** CON LOS DOS VENCIMIENTOS Y SU CODIGO DE BARRAS (CODCOB)  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCOMP.
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

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT ITEMS ASSIGN TO DISK "FACTITEM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FICLAVE
           FILE STATUS IS FSTFIT.

           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

      *-- SOLO PARA EL CONCEPTO DEL MOVIMIENTO QUE AJUSTA LA NOTA --*
      *-- Y PARA EL SALDO Y VENCIMIENTO DE LA PARTIDA DE LA ------*
      *-- FACTURA (TALON DE PAGO) ----------------------------------*
           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

           SELECT F-EMPRESA ASSIGN TO DISK "EMPRESA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEMPC.

      *-- EL COMPROBANTE SALE AL SPOOL (VER TOMASPL/VERSPOOL) ------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

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

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

      *-- EMPRESA.CFG: RAZON SOCIAL, CUIT DEL EMISOR Y PUNTO DE ---*
      *-- VENTA (VER GENCAE) ---------------------------------------*
        FD F-EMPRESA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-EMPRESA.
         01 R-EMPRESA.
            02 CFG-RAZON    PIC X(26).
            02 CFG-CUIT     PIC X(11).
            02 CFG-PTOVTA   PIC X(04).
            02 FILLER       PIC X(19).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTFIT              PIC XX.
       77 FSTNOT              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTEMPC             PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-NOTAS            PIC X VALUE "N".
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.

       77 ENT-TIPO            PIC X.
       77 ENT-NRO             PIC 9(06).
       77 WRAZON              PIC X(26) VALUE SPACES.
       77 WCUIT-EMI           PIC 9(11) VALUE 0.
       77 WDSUC               PIC X(15).
       77 ITEM-POS            PIC 99 VALUE 0.
       77 SW-FIN-FIT          PIC X.
       77 REF-CON             PIC X(15).

      *-- EL COMPROBANTE SALE AL SPOOL ------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "IMPCOMP ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 0.

      *-- CODIGO DE BARRAS: 39 DIGITOS DE DATOS Y EL VERIFICADOR ---*
      *-- (IMPARES X 3 + PARES; EL DIGITO COMPLETA LA DECENA) ------*
       01 CODIGO-BARRAS.
          02 CB-CUIT          PIC 9(11).
          02 CB-TIPO          PIC 9(02).
          02 CB-PTO           PIC 9(04).
          02 CB-CAE           PIC 9(14).
          02 CB-VTO           PIC 9(08).
          02 CB-DV            PIC 9.
       01 R-CODIGO-BARRAS REDEFINES CODIGO-BARRAS.
          02 CB-DIG OCCURS 40 TIMES PIC 9.
       77 CB-POS              PIC 99.
       77 CB-COC              PIC 99.
       77 CB-RES              PIC 9.
       77 CB-IMPAR            PIC 9(04).
       77 CB-PAR              PIC 9(04).
       77 CB-SUMA             PIC 9(04).

      *-- TALON DE PAGO EXTRABANCARIO (VER CODCOB) -----------------*
       COPY BARCOB.
       COPY TALCOB.
       77 SW-PARTIDA          PIC X.
       77 SW-FIN-MOV          PIC X.
       77 WCON-FAC            PIC X(15).

      *-- FECHAS DEL COMPROBANTE Y DEL VENCIMIENTO DEL CAE ---------*
       01 WFECHA-CBTE.
          02 WAA-CBTE         PIC 9(4).
          02 WMM-CBTE         PIC 9(2).
          02 WDD-CBTE         PIC 9(2).
       01 WFECHA-VTO.
          02 WAA-VTO          PIC 9(4).
          02 WMM-VTO          PIC 9(2).
          02 WDD-VTO          PIC 9(2).

      *-- LINEAS DEL COMPROBANTE IMPRESO ---------------------------*
       01 LINEA-EMISOR.
          02 LE-RAZON  PIC X(26).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "CUIT: ".
          02 LE-CUIT   PIC 9(11).

       01 LINEA-CABECERA.
          02 LC-ROT    PIC X(15).
          02 FILLER    PIC X VALUE SPACE.
          02 LC-LETRA  PIC X.
          02 FILLER    PIC X(05) VALUE " NRO ".
          02 LC-PTO    PIC 9(04).
          02 FILLER    PIC X VALUE "-".
          02 LC-NRO    PIC 9(08).
          02 FILLER    PIC X(14) VALUE SPACES.
          02 LC-DD     PIC 99/.
          02 LC-MM     PIC 99/.
          02 LC-AA     PIC 9(4).

       01 LINEA-CLIENTE.
          02 FILLER    PIC X(08) VALUE "CLIENTE ".
          02 LC-PCA    PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LC-PAN    PIC X(30).

       01 LINEA-FISCAL.
          02 FILLER    PIC X(06) VALUE "CUIT: ".
          02 LF-CUIT   PIC 9(11).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "COND.IVA: ".
          02 LF-IVA    PIC X(14).

       01 FACTURA-ITEM.
          02 FI-DET    PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FI-CANT   PIC ZZ9.
          02 FILLER    PIC X(03) VALUE " X ".
          02 FI-PRE    PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(03) VALUE " = ".
          02 FI-IMP    PIC ZZ.ZZ9,99.

       01 FACTURA-TOTAL.
          02 FILLER    PIC X(21) VALUE "TOTAL DE LA FACTURA  ".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FC-TOT    PIC ZZ.ZZ9,99.

       01 FACTURA-PIE.
          02 FILLER    PIC X(10) VALUE "SUCURSAL: ".
          02 FC-DSUC   PIC X(15).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "OPERADOR: ".
          02 FC-OPE    PIC X(03).

       01 NOTA-REFER.
          02 FILLER    PIC X(16) VALUE "AJUSTA MOV. DEL ".
          02 NR-DD     PIC 99/.
          02 NR-MM     PIC 99/.
          02 NR-AA     PIC 9(4).
          02 FILLER    PIC X(05) VALUE " SEC ".
          02 NR-SEC    PIC 9(03).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 NR-CON    PIC X(15).

       01 NOTA-MOTIVO.
          02 FILLER    PIC X(08) VALUE "MOTIVO: ".
          02 NM-MOT    PIC X(30).

       01 NOTA-TOTAL.
          02 FILLER    PIC X(21) VALUE "IMPORTE DE LA NOTA   ".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 NT-TOT    PIC ZZ.ZZ9,99.

       01 NOTA-PIE.
          02 FILLER    PIC X(12) VALUE "SUPERVISOR: ".
          02 NP-OPE    PIC X(03).

       01 LINEA-CAE.
          02 FILLER    PIC X(05) VALUE "CAE: ".
          02 LA-CAE    PIC 9(14).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "VTO. DEL CAE ".
          02 LA-DD     PIC 99/.
          02 LA-MM     PIC 99/.
          02 LA-AA     PIC 9(4).

       01 LINEA-BARRAS.
          02 FILLER    PIC X(10) VALUE SPACES.
          02 LB-CODIGO PIC X(40).

       01 LINEA-RAYA.
          02 FILLER    PIC X(60) VALUE ALL "=".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-EMPRESA.
           IF WCUIT-EMI = 0
              DISPLAY "IMPCOMP: FALTA EL CUIT DEL EMISOR EN EMPRESA.CFG"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT FACTURAS.
           IF FSTFAC NOT = "00"
              DISPLAY "IMPCOMP: FACTURA.IND NO ENCONTRADA (FST="
                 FSTFAC ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "IMPCOMP: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE FACTURAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT ITEMS.
           OPEN INPUT MOVIMIENTOS.
           OPEN INPUT MAESUC.
           OPEN INPUT NOTAS.
           IF FSTNOT = "00"
              MOVE "S" TO SW-NOTAS
           END-IF.

       PEDIR-COMPROBANTE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "IMPRESION DE COMPROBANTES" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "TIPO (F=FACTURA C=N.CREDITO D=N.DEBITO, BLANCO = "
              LINE 04 POSITION 05.
           DISPLAY "FIN): " LINE 04 POSITION 55.
           MOVE SPACE TO ENT-TIPO.
           ACCEPT ENT-TIPO LINE 04 POSITION 61.
           IF ENT-TIPO = SPACE
              GO TO FIN
           END-IF.
           IF ENT-TIPO = "f"
              MOVE "F" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO = "c"
              MOVE "C" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO = "d"
              MOVE "D" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO NOT = "F" AND ENT-TIPO NOT = "C"
              AND ENT-TIPO NOT = "D"
              DISPLAY "TIPO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-COMPROBANTE
           END-IF.
           DISPLAY "NUMERO: " LINE 05 POSITION 05.
           ACCEPT ENT-NRO LINE 05 POSITION 13.
           IF ENT-NRO IS NOT NUMERIC OR ENT-NRO = 0
              GO TO PEDIR-COMPROBANTE
           END-IF.
           IF ENT-TIPO = "F"
              PERFORM MOSTRAR-FACTURA THRU F-MOSTRAR-FACTURA
           ELSE
              PERFORM MOSTRAR-NOTA THRU F-MOSTRAR-NOTA
           END-IF.
           GO TO PEDIR-COMPROBANTE.

      *-- SIN CAE NO HAY COMPROBANTE VALIDO: NI LA PENDIENTE NI LA -*
      *-- RECHAZADA SE IMPRIMEN (LA RECHAZADA MUESTRA EL MOTIVO) ---*
       MOSTRAR-FACTURA.
           MOVE ENT-NRO TO FCNRO.
           READ FACTURAS KEY IS FCNRO
              INVALID KEY
                 DISPLAY "FACTURA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-MOSTRAR-FACTURA
           END-READ.
           IF FAC-ANULADA
              DISPLAY "FACTURA ANULADA - NO SE IMPRIME"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-MOSTRAR-FACTURA
           END-IF.
           IF NOT FAC-CON-CAE
              IF FAC-RECH-CAE
                 DISPLAY "CAE RECHAZADO: " LINE 21 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY FCMOTRECH LINE 21 POSITION 20
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              END-IF
              DISPLAY "FACTURA SIN CAE - NO SE PUEDE IMPRIMIR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-MOSTRAR-FACTURA
           END-IF.
           MOVE FCCA TO PCA.
           PERFORM LEER-CLIENTE.
           DISPLAY "CLIENTE: " LINE 07 POSITION 05.
           DISPLAY FCNOM LINE 07 POSITION 14.
           MOVE FCTOT TO FC-TOT.
           DISPLAY "TOTAL:   " LINE 08 POSITION 05.
           DISPLAY FC-TOT LINE 08 POSITION 14.
           DISPLAY "IMPRIME (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 22.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-MOSTRAR-FACTURA
           END-IF.
           PERFORM IMPRIMIR-FACTURA.
       F-MOSTRAR-FACTURA.
           EXIT.

       MOSTRAR-NOTA.
           IF SW-NOTAS NOT = "S"
              DISPLAY "NO HAY NOTAS EMITIDAS" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-MOSTRAR-NOTA
           END-IF.
           MOVE ENT-TIPO TO NCTIPO.
           MOVE ENT-NRO TO NCNRO.
           READ NOTAS KEY IS NCCLAVE
              INVALID KEY
                 DISPLAY "NOTA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-MOSTRAR-NOTA
           END-READ.
           IF NOT NOT-CON-CAE
              IF NOT-RECH-CAE
                 DISPLAY "CAE RECHAZADO: " LINE 21 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY NCMOTRECH LINE 21 POSITION 20
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              END-IF
              DISPLAY "NOTA SIN CAE - NO SE PUEDE IMPRIMIR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-MOSTRAR-NOTA
           END-IF.
           MOVE NCCA TO PCA.
           PERFORM LEER-CLIENTE.
           DISPLAY "CLIENTE: " LINE 07 POSITION 05.
           DISPLAY PAN LINE 07 POSITION 14.
           MOVE NCIMP TO NT-TOT.
           DISPLAY "IMPORTE: " LINE 08 POSITION 05.
           DISPLAY NT-TOT LINE 08 POSITION 14.
           DISPLAY "IMPRIME (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 22.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-MOSTRAR-NOTA
           END-IF.
           PERFORM IMPRIMIR-NOTA.
       F-MOSTRAR-NOTA.
           EXIT.

       LEER-CLIENTE.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 MOVE "NO ENCONTRADO" TO PAN
                 MOVE 0 TO PCUIT PIVA
           END-READ.

      *-- CADA COMPROBANTE ES SU PROPIA ENTRADA EN EL SPOOL: SE ----*
      *-- PUEDE REIMPRIMIR DESDE VERSPOOL SI LA IMPRESORA SE ATASCO *
       IMPRIMIR-FACTURA.
           MOVE FCSUC TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.
           PERFORM ABRIR-SPOOL.
           MOVE "FACTURA        " TO LC-ROT.
           MOVE FCCBTE TO CB-TIPO.
           MOVE FCPTOVTA TO LC-PTO.
           MOVE FCNRO TO LC-NRO.
           MOVE FCFECHA TO WFECHA-CBTE.
           MOVE FCCA TO LC-PCA.
           MOVE FCNOM TO LC-PAN.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 1 TO ITEM-POS.
           MOVE "N" TO SW-FIN-FIT.
           PERFORM IMPRIMIR-UN-ITEM THRU F-IMPRIMIR-UN-ITEM
              UNTIL ITEM-POS > FCLINEAS OR SW-FIN-FIT = "S".
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE FCTOT TO FC-TOT.
           MOVE SPACES TO R-IMP.
           MOVE FACTURA-TOTAL TO R-IMP.
           WRITE R-IMP.
           MOVE WDSUC TO FC-DSUC.
           MOVE FCOPE TO FC-OPE.
           MOVE SPACES TO R-IMP.
           MOVE FACTURA-PIE TO R-IMP.
           WRITE R-IMP.
           MOVE FCCAE TO CB-CAE.
           MOVE FCVTOCAE TO CB-VTO.
           MOVE FCPTOVTA TO CB-PTO.
           PERFORM IMPRIMIR-AUTORIZACION.
           PERFORM IMPRIMIR-TALON-PAGO THRU F-IMPRIMIR-TALON-PAGO.
           PERFORM CERRAR-SPOOL.
           DISPLAY "FACTURA IMPRESA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.

       IMPRIMIR-UN-ITEM.
           MOVE FCNRO TO FINRO.
           MOVE ITEM-POS TO FILIN.
           READ ITEMS KEY IS FICLAVE
              INVALID KEY
                 MOVE "S" TO SW-FIN-FIT
                 GO TO F-IMPRIMIR-UN-ITEM
           END-READ.
           MOVE FIDET TO FI-DET.
           MOVE FICANT TO FI-CANT.
           MOVE FIPRE TO FI-PRE.
           MOVE FIIMP TO FI-IMP.
           MOVE SPACES TO R-IMP.
           MOVE FACTURA-ITEM TO R-IMP.
           WRITE R-IMP.
           ADD 1 TO ITEM-POS.
       F-IMPRIMIR-UN-ITEM.
           EXIT.

       IMPRIMIR-NOTA.
           PERFORM ABRIR-SPOOL.
           IF NOTA-CREDITO
              MOVE "NOTA DE CREDITO" TO LC-ROT
           ELSE
              MOVE "NOTA DE DEBITO " TO LC-ROT
           END-IF.
           MOVE NCCBTE TO CB-TIPO.
           MOVE NCPTOVTA TO LC-PTO.
           MOVE NCNRO TO LC-NRO.
           MOVE NCFECHA TO WFECHA-CBTE.
           MOVE NCCA TO LC-PCA.
           MOVE PAN TO LC-PAN.
           PERFORM IMPRIMIR-ENCABEZADO.
      *-- EL CONCEPTO DEL MOVIMIENTO DE ORIGEN SE RELEE DE MOVPER --*
           MOVE NCCA TO MVCA.
           MOVE NCRFECHA TO MVFECHA.
           MOVE NCRSEC TO MVSEC.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY MOVE SPACES TO REF-CON
              NOT INVALID KEY MOVE MVCON TO REF-CON
           END-READ.
           MOVE NCRFECHA TO WFECHA-VTO.
           MOVE WDD-VTO TO NR-DD.
           MOVE WMM-VTO TO NR-MM.
           MOVE WAA-VTO TO NR-AA.
           MOVE NCRSEC TO NR-SEC.
           MOVE REF-CON TO NR-CON.
           MOVE SPACES TO R-IMP.
           MOVE NOTA-REFER TO R-IMP.
           WRITE R-IMP.
           MOVE NCMOT TO NM-MOT.
           MOVE SPACES TO R-IMP.
           MOVE NOTA-MOTIVO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE NCIMP TO NT-TOT.
           MOVE SPACES TO R-IMP.
           MOVE NOTA-TOTAL TO R-IMP.
           WRITE R-IMP.
           MOVE NCOPE TO NP-OPE.
           MOVE SPACES TO R-IMP.
           MOVE NOTA-PIE TO R-IMP.
           WRITE R-IMP.
           MOVE NCCAE TO CB-CAE.
           MOVE NCVTOCAE TO CB-VTO.
           MOVE NCPTOVTA TO CB-PTO.
           PERFORM IMPRIMIR-AUTORIZACION.
           PERFORM CERRAR-SPOOL.
           DISPLAY "NOTA IMPRESA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.

       ABRIR-SPOOL.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.

       CERRAR-SPOOL.
           CLOSE IMPRE.
           MOVE 1 TO SPL-PAGINAS.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".

      *-- EMISOR, CABECERA CON LETRA Y PUNTO DE VENTA, CLIENTE Y ---*
      *-- SUS DATOS FISCALES - LA LETRA SALE DEL TIPO AUTORIZADO ---*
       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-RAYA TO R-IMP.
           WRITE R-IMP.
           MOVE WRAZON TO LE-RAZON.
           MOVE WCUIT-EMI TO LE-CUIT.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-EMISOR TO R-IMP.
           WRITE R-IMP.
           IF CB-TIPO < 4
              MOVE "A" TO LC-LETRA
           ELSE
              MOVE "B" TO LC-LETRA
           END-IF.
           MOVE WDD-CBTE TO LC-DD.
           MOVE WMM-CBTE TO LC-MM.
           MOVE WAA-CBTE TO LC-AA.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CABECERA TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CLIENTE TO R-IMP.
           WRITE R-IMP.
           MOVE PCUIT TO LF-CUIT.
           EVALUATE PIVA
              WHEN 1 MOVE "RESP.INSCRIPTO" TO LF-IVA
              WHEN 3 MOVE "EXENTO        " TO LF-IVA
              WHEN OTHER MOVE "CONS.FINAL    " TO LF-IVA
           END-EVALUATE.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-FISCAL TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.

      *-- CAE, VENCIMIENTO Y CODIGO DE BARRAS AL PIE ---------------*
       IMPRIMIR-AUTORIZACION.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE CB-CAE TO LA-CAE.
           MOVE CB-VTO TO WFECHA-VTO.
           MOVE WDD-VTO TO LA-DD.
           MOVE WMM-VTO TO LA-MM.
           MOVE WAA-VTO TO LA-AA.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CAE TO R-IMP.
           WRITE R-IMP.
           MOVE WCUIT-EMI TO CB-CUIT.
           PERFORM CALCULAR-VERIFICADOR.
           MOVE CODIGO-BARRAS TO LB-CODIGO.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-BARRAS TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-RAYA TO R-IMP.
           WRITE R-IMP.

      *-- TALON DE PAGO EXTRABANCARIO: SOLO SI LA PARTIDA DE LA ---*
      *-- FACTURA TODAVIA TIENE SALDO; EL PRIMER VENCIMIENTO ES EL -*
      *-- DE LA PARTIDA Y EL SEGUNDO LO RECARGA CODCOB -------------*
       IMPRIMIR-TALON-PAGO.
           PERFORM BUSCAR-PARTIDA-FACTURA THRU
              F-BUSCAR-PARTIDA-FACTURA.
           IF SW-PARTIDA NOT = "S"
              GO TO F-IMPRIMIR-TALON-PAGO
           END-IF.
           IF MVSDO = 0
              GO TO F-IMPRIMIR-TALON-PAGO
           END-IF.
           MOVE ZEROES TO BARRA-COBRANZA.
           MOVE 1 TO BR-TIPO.
           MOVE FCCA TO BR-CA.
           MOVE FCNRO TO BR-FAC-NRO.
           MOVE MVSDO TO BR-IMP1.
           MOVE MVVTO TO BR-VTO1.
           CALL   "CODCOB" USING BARRA-COBRANZA
           CANCEL "CODCOB".
           PERFORM ARMAR-TALON.
           MOVE SPACES TO R-IMP.
           MOVE "TALON DE PAGO - COBRANZA EXTRABANCARIA" TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-VTO-COB TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-BARRA-COB TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-RAYA TO R-IMP.
           WRITE R-IMP.
       F-IMPRIMIR-TALON-PAGO.
           EXIT.

      *-- LA PARTIDA DE LA FACTURA LA GRABO FACTURAR EL MISMO DIA --*
      *-- CON EL CONCEPTO "FACTURA " + NUMERO ----------------------*
       BUSCAR-PARTIDA-FACTURA.
           MOVE "N" TO SW-PARTIDA.
           MOVE "N" TO SW-FIN-MOV.
           MOVE SPACES TO WCON-FAC.
           STRING "FACTURA " DELIMITED BY SIZE
                  FCNRO DELIMITED BY SIZE
                  INTO WCON-FAC.
           MOVE FCCA TO MVCA.
           MOVE FCFECHA TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MOV
           END-START.
           PERFORM MIRAR-PARTIDA-FACTURA THRU
              F-MIRAR-PARTIDA-FACTURA
              UNTIL SW-FIN-MOV = "S".
       F-BUSCAR-PARTIDA-FACTURA.
           EXIT.

       MIRAR-PARTIDA-FACTURA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN-MOV.
           IF SW-FIN-MOV = "N"
              IF MVCA NOT = FCCA OR MVFECHA NOT = FCFECHA
                 MOVE "S" TO SW-FIN-MOV
              ELSE
                 IF MOV-DEBE AND MVCON = WCON-FAC
                    MOVE "S" TO SW-PARTIDA
                    MOVE "S" TO SW-FIN-MOV
                 END-IF
              END-IF
           END-IF.
       F-MIRAR-PARTIDA-FACTURA.
           EXIT.

       ARMAR-TALON.
           MOVE BR-DD1 TO LVC-DD1.
           MOVE BR-MM1 TO LVC-MM1.
           MOVE BR-AA1 TO LVC-AA1.
           MOVE BR-IMP1 TO LVC-IMP1.
           MOVE BR-DD2 TO LVC-DD2.
           MOVE BR-MM2 TO LVC-MM2.
           MOVE BR-AA2 TO LVC-AA2.
           MOVE BR-IMP2 TO LVC-IMP2.
           MOVE BARRA-COBRANZA TO LBC-COD.

       CALCULAR-VERIFICADOR.
           MOVE 0 TO CB-IMPAR CB-PAR.
           MOVE 1 TO CB-POS.
           PERFORM SUMAR-DIGITO THRU F-SUMAR-DIGITO
              UNTIL CB-POS > 39.
           COMPUTE CB-SUMA = CB-IMPAR * 3 + CB-PAR.
           DIVIDE CB-SUMA BY 10 GIVING CB-COC REMAINDER CB-RES.
           IF CB-RES = 0
              MOVE 0 TO CB-DV
           ELSE
              COMPUTE CB-DV = 10 - CB-RES
           END-IF.

       SUMAR-DIGITO.
           DIVIDE CB-POS BY 2 GIVING CB-COC REMAINDER CB-RES.
           IF CB-RES = 1
              ADD CB-DIG(CB-POS) TO CB-IMPAR
           ELSE
              ADD CB-DIG(CB-POS) TO CB-PAR
           END-IF.
           ADD 1 TO CB-POS.
       F-SUMAR-DIGITO.
           EXIT.

      *-- EL CUIT DEL EMISOR VA A CONTINUACION DE LA RAZON SOCIAL -*
       LEER-EMPRESA.
           OPEN INPUT F-EMPRESA.
           IF FSTEMPC = "00"
              READ F-EMPRESA AT END MOVE "10" TO FSTEMPC
              END-READ
              IF FSTEMPC = "00"
                 MOVE CFG-RAZON TO WRAZON
                 IF CFG-CUIT IS NUMERIC
                    MOVE CFG-CUIT TO WCUIT-EMI
                 END-IF
              END-IF
              CLOSE F-EMPRESA
           END-IF.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE PERSONA FACTURAS ITEMS MOVIMIENTOS MAESUC.
           IF SW-NOTAS = "S"
              CLOSE NOTAS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
