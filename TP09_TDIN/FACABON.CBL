      *** FACABON - FACTURACION PERIODICA DE CONTRATOS DE ABONO    ***
      *** RECORRE CONTRATO.IND (VER ABMCONT) Y, PARA EL PERIODO    ***
      *** PEDIDO, EMITE UNA FACTURA POR CADA CONTRATO VIGENTE AL   ***
      *** QUE LE TOCA SEGUN SU PERIODICIDAD (MENSUAL, BIMESTRAL O  ***
      *** ANUAL, CONTANDO DESDE EL MES DE ALTA) Y CUYO DIA DE      ***
      *** FACTURACION YA LLEGO: NUMERO DEL TALONARIO FACTURAS.CTL, ***
      *** CABECERA EN FACTURA.IND, RENGLON EN FACTITEM.IND Y CARGO ***
      *** DEBE PENDIENTE EN MOVPER.IND, IGUAL QUE FACTURAR - EL    ***
      *** CONTRATO GUARDA EL ULTIMO PERIODO FACTURADO, ASI QUE     ***
      *** CORRERLO DOS VECES NO FACTURA DOS VECES EL MISMO MES -   ***
      *** AL FINAL LISTA LOS CONTRATOS QUE VENCEN EN LOS PROXIMOS  ***
      *** 60 DIAS, PARA GESTIONAR LA RENOVACION - SALE AL SPOOL    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACABON.
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

           SELECT CONTRATOS ASSIGN TO DISK "CONTRATO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABCLAVE
           FILE STATUS IS FSTABO.

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

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT PERIODOS ASSIGN TO DISK "PERIODO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PECLAVE
           FILE STATUS IS FSTPERI.

      *-- EL MISMO TALONARIO DE FACTURAR: LA NUMERACION ES UNA SOLA *
           SELECT TALONARIO ASSIGN TO DISK "FACTURAS.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- LA LISTA DE CONTROL SALE AL SPOOL (VER TOMASPL) ----------*
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

        FD CONTRATOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-ABO.

         COPY CONTRATO.

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

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD PERIODOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-PERI.

         COPY PERIODO.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP) ---*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

       77 FSTPER              PIC XX.
       77 FSTABO              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTFIT              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTPERI             PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 L                   PIC 99 VALUE 0.
       77 SW-FIN-ABO          PIC X.
       77 SW-FIN-SEC          PIC X.
       77 SW-FAC-OK           PIC X.
       77 SW-PERI-CERRADO     PIC X.
      *-- LA LISTA DE CONTROL SALE AL SPOOL -------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "FACABON ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 0.

       77 WOPE                PIC X(03).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- BANDERA DE SESION (VER SESFLAG) --*
       77 SES-ACC             PIC X.
       77 SES-PROG            PIC X(12) VALUE "FACABON     ".
       77 SES-RES             PIC X.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- VENCIMIENTO DEL CARGO SEGUN EL PLAZO DEL CLIENTE ---------*
       77 VTO-BASE            PIC 9(8).
       77 VTO-PLAZO           PIC 9(3).
       77 VTO-RESULT          PIC 9(8).

       77 WCA-B               PIC 9(08).
       77 WNRO                PIC 9(06).
       77 WSEC-ULT            PIC 9(03).
       77 TOT-TRAB            PIC 9(05)V99.

       01 WPERIODO            PIC 9(6).
       01 R-WPERIODO REDEFINES WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

      *-- LAS FECHAS DEL CONTRATO SE DESARMAN ACA PARA CONTAR ------*
      *-- MESES (PERIODICIDAD) Y DIAS (AVISO DE RENOVACION) --------*
       01 WFECHA-CTR.
          02 WCTR-AA          PIC 9(4).
          02 WCTR-MM          PIC 9(2).
          02 WCTR-DD          PIC 9(2).
       77 MES-PER             PIC 9(6).
       77 MES-DESDE           PIC 9(6).
       77 MES-HASTA           PIC 9(6).
       77 MES-DIF             PIC 9(6).
       77 MES-INTERVALO       PIC 9(2).
       77 MES-COC             PIC 9(6).
       77 MES-RESTO           PIC 9(2).
      *-- DIAS COMERCIALES (AA*360 + MM*30 + DD), COMO EN ANTDEU ---*
       77 DIAS-HOY            PIC 9(7).
       77 DIAS-HASTA          PIC 9(7).
       77 DIAS-FALTAN         PIC 9(7).
       77 DIAS-AVISO          PIC 9(3) VALUE 60.

       77 CANT-FACTURAS       PIC 9(05) VALUE 0.
       77 CANT-YA-FACT        PIC 9(05) VALUE 0.
       77 CANT-ANTES-DIA      PIC 9(05) VALUE 0.
       77 CANT-SIN-CUENTA     PIC 9(05) VALUE 0.
       77 CANT-ERROR          PIC 9(05) VALUE 0.
       77 CANT-RENOVAR        PIC 9(05) VALUE 0.
       77 TOT-FACTURADO       PIC 9(07)V99 VALUE 0.
       77 CANT-ED             PIC ZZ.ZZ9.
       77 TOT-ED              PIC Z.ZZZ.ZZ9,99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(42) VALUE
             "FACTURACION DE CONTRATOS DE ABONO - PER.  ".
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(04) VALUE SPACES.
          02 TC-DD  PIC 99.
          02 FILLER PIC X VALUE "/".
          02 TC-MM  PIC 99.
          02 FILLER PIC X VALUE "/".
          02 TC-AA  PIC 9(4).

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(78) VALUE ALL "=".

       01 TITULOS-DETALLES.
          02 FILLER PIC X(09) VALUE "CLIENTE  ".
          02 FILLER PIC X(19) VALUE "NOMBRE             ".
          02 FILLER PIC X(03) VALUE "NR ".
          02 FILLER PIC X(19) VALUE "CONCEPTO           ".
          02 FILLER PIC X(10) VALUE "  IMPORTE ".
          02 FILLER PIC X(20) VALUE "OBSERVACION         ".

       01 SALIDA-DE-DETALLE.
          02 SD-CA    PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-NOM   PIC X(18).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-NRO   PIC Z9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-CON   PIC X(18).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-IMP   PIC ZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-OBS   PIC X(20).

       01 TITULO-RENOVAR.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(38) VALUE
             "CONTRATOS QUE VENCEN EN LOS PROXIMOS ".
          02 TR-DIAS PIC ZZ9.
          02 FILLER PIC X(05) VALUE " DIAS".

       01 TITULOS-RENOVAR.
          02 FILLER PIC X(09) VALUE "CLIENTE  ".
          02 FILLER PIC X(19) VALUE "NOMBRE             ".
          02 FILLER PIC X(03) VALUE "NR ".
          02 FILLER PIC X(19) VALUE "CONCEPTO           ".
          02 FILLER PIC X(10) VALUE "  IMPORTE ".
          02 FILLER PIC X(11) VALUE "VENCE      ".
          02 FILLER PIC X(05) VALUE "DIAS ".

       01 SALIDA-RENOVAR.
          02 SR-CA    PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-NOM   PIC X(18).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-NRO   PIC Z9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-CON   PIC X(18).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-IMP   PIC ZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-DD    PIC 99.
          02 FILLER   PIC X VALUE "/".
          02 SR-MM    PIC 99.
          02 FILLER   PIC X VALUE "/".
          02 SR-AA    PIC 9(4).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-DIAS  PIC ZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON FACTURAS.
       ERROR-APERTURA-FAC.
           IF FSTFAC NOT = "00"
              OPEN OUTPUT FACTURAS
              CLOSE FACTURAS
              OPEN I-O FACTURAS
           END-IF.
       ERROR-APERTURA-FAC.
       SEGUNDA SECTION.
       USE AFTER ERROR PROCEDURE ON ITEMS.
       ERROR-APERTURA-FIT.
           IF FSTFIT NOT = "00"
              OPEN OUTPUT ITEMS
              CLOSE ITEMS
              OPEN I-O ITEMS
           END-IF.
       ERROR-APERTURA-FIT.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON MOVIMIENTOS.
       ERROR-APERTURA-MOV.
           IF FSTMOV NOT = "00"
              OPEN OUTPUT MOVIMIENTOS
              CLOSE MOVIMIENTOS
              OPEN I-O MOVIMIENTOS
           END-IF.
       ERROR-APERTURA-MOV.
       END DECLARATIVES.
       CUARTA SECTION.
       INICIO.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "FACABON: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O CONTRATOS.
           IF FSTABO NOT = "00"
              DISPLAY "FACABON: CONTRATO.IND NO ENCONTRADO - CARGUE "
                 "CONTRATOS (ABMCONT)"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- MIENTRAS EL PROCESO NOCTURNO ESTE CORRIENDO NO SE FACTURA *
      *-- (VER SESFLAG) --------------------------------------------*
           MOVE "E" TO SES-ACC.
           CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
           CANCEL "SESFLAG".
           IF SES-RES = "B"
              DISPLAY "PROCESO NOCTURNO EN CURSO - INTENTE MAS TARDE"
                 LINE 22 POSITION 18
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA
              CLOSE PERSONA CONTRATOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- LAS FACTURAS QUEDAN A NOMBRE DEL OPERADOR QUE LANZO LA ---*
      *-- CORRIDA (VER LOGON / QUIENSOY) ---------------------------*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "FACABON: SIN OPERADOR FIRMADO (FALTA LOGON)"
                 LINE 22 POSITION 18
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA
              GO TO FIN-SESION
           END-IF.
           MOVE QS-OPER TO WOPE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FACTURACION DE CONTRATOS DE ABONO" LINE 02
              POSITION 23 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = MES ACTUAL): "
              LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 41.
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              MOVE WFECHA-HOY(1:6) TO WPERIODO
           END-IF.
      *-- UN PERIODO FUTURO NO SE ADELANTA: SE FACTURA CUANDO LLEGA *
           IF WPERIODO > WFECHA-HOY(1:6)
              OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO O FUTURO - NO SE FACTURA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SESION
           END-IF.
           PERFORM VERIFICAR-PERIODO THRU SALIR-VERIFICAR-PERIODO.
           IF SW-PERI-CERRADO = "S"
              DISPLAY "PERIODO CERRADO - NO SE FACTURA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SESION
           END-IF.
           DISPLAY "CONFIRMA LA FACTURACION (S/N) ? "
              LINE 06 POSITION 05.
           ACCEPT OP-SN LINE 06 POSITION 38.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN-SESION
           END-IF.
           OPEN I-O FACTURAS.
           OPEN I-O ITEMS.
           OPEN I-O MOVIMIENTOS.
           PERFORM LEER-TALONARIO.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           COMPUTE MES-PER = WPER-AA * 12 + WPER-MM.
           MOVE "N" TO SW-FIN-ABO.
           MOVE LOW-VALUES TO ABCLAVE.
           START CONTRATOS KEY IS NOT LESS THAN ABCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-ABO
           END-START.
           PERFORM TRATAR-CONTRATO THRU F-TRATAR-CONTRATO
              UNTIL SW-FIN-ABO = "S".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM LISTAR-RENOVACIONES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CLOSE FACTURAS ITEMS MOVIMIENTOS.
           GO TO FIN-SESION.

       TRATAR-CONTRATO.
           READ CONTRATOS NEXT RECORD AT END MOVE "S" TO SW-FIN-ABO.
           IF SW-FIN-ABO = "S"
              GO TO F-TRATAR-CONTRATO
           END-IF.
           IF NOT ABO-VIGENTE
              GO TO F-TRATAR-CONTRATO
           END-IF.
      *-- FUERA DE LA VIGENCIA NO HAY NADA QUE FACTURAR ------------*
           MOVE ABDESDE TO WFECHA-CTR.
           COMPUTE MES-DESDE = WCTR-AA * 12 + WCTR-MM.
           IF MES-PER < MES-DESDE
              GO TO F-TRATAR-CONTRATO
           END-IF.
           IF ABHASTA NOT = 0
              MOVE ABHASTA TO WFECHA-CTR
              COMPUTE MES-HASTA = WCTR-AA * 12 + WCTR-MM
              IF MES-PER > MES-HASTA
                 GO TO F-TRATAR-CONTRATO
              END-IF
           END-IF.
      *-- LE TOCA CADA 1, 2 O 12 MESES A PARTIR DEL MES DE ALTA ----*
           MOVE 1 TO MES-INTERVALO.
           IF ABO-BIMESTRAL
              MOVE 2 TO MES-INTERVALO
           END-IF.
           IF ABO-ANUAL
              MOVE 12 TO MES-INTERVALO
           END-IF.
           COMPUTE MES-DIF = MES-PER - MES-DESDE.
           DIVIDE MES-DIF BY MES-INTERVALO GIVING MES-COC
              REMAINDER MES-RESTO.
           IF MES-RESTO NOT = 0
              GO TO F-TRATAR-CONTRATO
           END-IF.
           PERFORM DETALLE-CONTRATO.
      *-- UN PERIODO YA FACTURADO (O UNO ANTERIOR AL ULTIMO) NO SE -*
      *-- REPITE: ES LO QUE PERMITE CORRERLO TODOS LOS DIAS --------*
           IF ABULT NOT < WPERIODO
              ADD 1 TO CANT-YA-FACT
              MOVE "YA FACTURADO" TO SD-OBS
              PERFORM GRABAR-DETALLE
              GO TO F-TRATAR-CONTRATO
           END-IF.
      *-- EN EL MES EN CURSO SE ESPERA AL DIA DE FACTURACION -------*
           IF WPERIODO = WFECHA-HOY(1:6) AND WDD-HOY < ABDIA
              ADD 1 TO CANT-ANTES-DIA
              MOVE SPACES TO SD-OBS
              STRING "SE FACTURA EL DIA " DELIMITED BY SIZE
                     ABDIA DELIMITED BY SIZE
                     INTO SD-OBS
              PERFORM GRABAR-DETALLE
              GO TO F-TRATAR-CONTRATO
           END-IF.
           MOVE ABCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 ADD 1 TO CANT-SIN-CUENTA
                 MOVE "CUENTA INEXISTENTE" TO SD-OBS
                 PERFORM GRABAR-DETALLE
                 GO TO F-TRATAR-CONTRATO
           END-READ.
           MOVE PAN TO SD-NOM.
      *-- IGUAL QUE EN FACTURAR: LA CUENTA INACTIVA NO SE FACTURA Y -*
      *-- LA INCOBRABLE SOLO A MANO, POR UN SUPERVISOR -------------*
           IF PER-INACTIVO
              ADD 1 TO CANT-SIN-CUENTA
              MOVE "CUENTA INACTIVA" TO SD-OBS
              PERFORM GRABAR-DETALLE
              GO TO F-TRATAR-CONTRATO
           END-IF.
           IF PER-INCOBRABLE
              ADD 1 TO CANT-SIN-CUENTA
              MOVE "CUENTA INCOBRABLE" TO SD-OBS
              PERFORM GRABAR-DETALLE
              GO TO F-TRATAR-CONTRATO
           END-IF.
           MOVE ABCA TO WCA-B.
           MOVE ABIMP TO TOT-TRAB.
           PERFORM EMITIR-FACTURA THRU F-EMITIR-FACTURA.
       F-TRATAR-CONTRATO.
           EXIT.

      *-- TOMA EL NUMERO, GRABA CABECERA Y RENGLON, DEJA EL CARGO --*
      *-- PENDIENTE Y MARCA EL PERIODO EN EL CONTRATO - SI LA ------*
      *-- CABECERA NO SE PUDO GRABAR, EL NUMERO VUELVE AL TALONARIO *
      *-- Y EL CONTRATO QUEDA PARA LA PROXIMA CORRIDA --------------*
       EMITIR-FACTURA.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-FACTURA.
           IF SW-FAC-OK = "N"
              PERFORM DEVOLVER-NUMERO
              ADD 1 TO CANT-ERROR
              MOVE "ERROR AL GRABAR" TO SD-OBS
              PERFORM GRABAR-DETALLE
              GO TO F-EMITIR-FACTURA
           END-IF.
           PERFORM GRABAR-ITEM.
           PERFORM GRABAR-MOVIMIENTO-CARGO.
           MOVE WPERIODO TO ABULT.
           REWRITE R-ABO
              INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO CANT-FACTURAS.
           ADD TOT-TRAB TO TOT-FACTURADO.
           MOVE SPACES TO SD-OBS.
           STRING "FACTURA " DELIMITED BY SIZE
                  WNRO DELIMITED BY SIZE
                  INTO SD-OBS.
           PERFORM GRABAR-DETALLE.
           MOVE TAL-PROX TO WNRO.
       F-EMITIR-FACTURA.
           EXIT.

      *-- EL TALONARIO VIVO ES FACTURAS.CTL; SI TODAVIA NO EXISTE, -*
      *-- EL PRIMER NUMERO SALE DEL PARAMETRO FACPROX (O DE 000001) *
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 1 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 1 TO WNRO
              MOVE "FACPROX " TO PAR-COD
              CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
              CANCEL "LEEPAR"
              IF PAR-OK = "S" AND PAR-VALOR > 0
                 MOVE PAR-VALOR TO WNRO
              END-IF
           END-IF.

      *-- TOMA EL NUMERO Y REGRABA EL PROXIMO ANTES DE USARLO: UN --*
      *-- CORTE DE LUZ NO PUEDE REPETIR NUMERO DE FACTURA ----------*
       TOMAR-NUMERO.
           ADD 1 WNRO GIVING TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

       GRABAR-FACTURA.
           MOVE "N" TO SW-FAC-OK.
           MOVE WNRO TO FCNRO.
           MOVE WAA-HOY TO FCAA.
           MOVE WMM-HOY TO FCMM.
           MOVE WDD-HOY TO FCDD.
           MOVE WCA-B TO FCCA.
           MOVE PAN TO FCNOM.
           MOVE TOT-TRAB TO FCTOT.
           MOVE PSU TO FCSUC.
           MOVE WOPE TO FCOPE.
           MOVE "E" TO FCEST.
           MOVE 1 TO FCLINEAS.
      *-- SALE PENDIENTE DE CAE, COMO LAS DE FACTURAR (VER GENCAE) -*
           MOVE "P" TO FCCAEEST.
           MOVE 0 TO FCCAE FCVTOCAE FCCBTE FCPTOVTA.
           MOVE SPACES TO FCMOTRECH.
           WRITE R-FAC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO SW-FAC-OK
           END-WRITE.

      *-- EL NUMERO RECIEN TOMADO VUELVE AL TALONARIO: NO SE -------*
      *-- EMITIO NINGUNA FACTURA CON EL, ASI QUE NO QUEDA HUECO ----*
       DEVOLVER-NUMERO.
           MOVE WNRO TO TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

      *-- EL ABONO ES UN SOLO RENGLON: EL CONCEPTO DEL CONTRATO ----*
       GRABAR-ITEM.
           MOVE WNRO TO FINRO.
           MOVE 1 TO FILIN.
           MOVE ABCON TO FIDET.
           MOVE 1 TO FICANT.
           MOVE ABIMP TO FIPRE.
           MOVE ABIMP TO FIIMP.
           MOVE 0 TO FIART.
           WRITE R-FIT
              INVALID KEY
                 ADD 1 TO CANT-ERROR
           END-WRITE.

      *-- EL CARGO QUEDA PENDIENTE EN MOVPER.IND: EL SALDO LO TOCA -*
      *-- UNICAMENTE LA CORRIDA APLIMOV, COMO LOS DE CARGAMOV ------*
       GRABAR-MOVIMIENTO-CARGO.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA-B TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA-B TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           COMPUTE MVSEC = WSEC-ULT + 1.
           MOVE SPACES TO MVCON.
           STRING "FACTURA " DELIMITED BY SIZE
                  WNRO DELIMITED BY SIZE
                  INTO MVCON.
           MOVE TOT-TRAB TO MVIMP.
           MOVE 1 TO MVTIP.
           MOVE "N" TO MVAPL.
           MOVE TOT-TRAB TO MVSDO.
           MOVE 1 TO MVMON.
           MOVE 0 TO MVIMPO.
           MOVE WFECHA-HOY TO VTO-BASE.
           MOVE PPLAZO TO VTO-PLAZO.
           CALL   "CALCVTO" USING VTO-BASE VTO-PLAZO VTO-RESULT
           CANCEL "CALCVTO".
           MOVE VTO-RESULT TO MVVTO.
           WRITE R-MOV
              INVALID KEY
                 ADD 1 TO CANT-ERROR
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-WRITE.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MVCA = WCA-B AND MVFECHA = WFECHA-HOY
                 MOVE MVSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC.
           EXIT.

      *-- ARMA EL RENGLON COMUN DEL CONTRATO (FACTURADO O NO) ------*
       DETALLE-CONTRATO.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE ABCA TO SD-CA.
           MOVE ABNRO TO SD-NRO.
           MOVE ABCON TO SD-CON.
           MOVE ABIMP TO SD-IMP.

       GRABAR-DETALLE.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-RENGLON.

      *-- SEGUNDA PASADA: LOS VIGENTES CON FECHA DE FIN DENTRO DE --*
      *-- LOS PROXIMOS DIAS-AVISO DIAS, PARA OFRECER LA RENOVACION -*
       LISTAR-RENOVACIONES.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE DIAS-AVISO TO TR-DIAS.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-RENOVAR TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-RENOVAR TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE "N" TO SW-FIN-ABO.
           MOVE LOW-VALUES TO ABCLAVE.
           START CONTRATOS KEY IS NOT LESS THAN ABCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-ABO
           END-START.
           PERFORM MIRAR-VENCIMIENTO THRU F-MIRAR-VENCIMIENTO
              UNTIL SW-FIN-ABO = "S".
           MOVE CANT-RENOVAR TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "CONTRATOS A RENOVAR " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.

       MIRAR-VENCIMIENTO.
           READ CONTRATOS NEXT RECORD AT END MOVE "S" TO SW-FIN-ABO.
           IF SW-FIN-ABO = "S"
              GO TO F-MIRAR-VENCIMIENTO
           END-IF.
           IF NOT ABO-VIGENTE OR ABHASTA = 0
              GO TO F-MIRAR-VENCIMIENTO
           END-IF.
           MOVE ABHASTA TO WFECHA-CTR.
           COMPUTE DIAS-HASTA = WCTR-AA * 360 + WCTR-MM * 30
              + WCTR-DD.
           IF DIAS-HASTA < DIAS-HOY
              GO TO F-MIRAR-VENCIMIENTO
           END-IF.
           COMPUTE DIAS-FALTAN = DIAS-HASTA - DIAS-HOY.
           IF DIAS-FALTAN > DIAS-AVISO
              GO TO F-MIRAR-VENCIMIENTO
           END-IF.
           MOVE SPACES TO SALIDA-RENOVAR.
           MOVE ABCA TO SR-CA.
           MOVE ABCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE "CUENTA INEXISTENTE" TO SR-NOM
              NOT INVALID KEY MOVE PAN TO SR-NOM
           END-READ.
           MOVE ABNRO TO SR-NRO.
           MOVE ABCON TO SR-CON.
           MOVE ABIMP TO SR-IMP.
           MOVE WCTR-DD TO SR-DD.
           MOVE WCTR-MM TO SR-MM.
           MOVE WCTR-AA TO SR-AA.
           MOVE DIAS-FALTAN TO SR-DIAS.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-RENOVAR TO R-IMP.
           PERFORM GRABAR-RENGLON.
           ADD 1 TO CANT-RENOVAR.
       F-MIRAR-VENCIMIENTO.
           EXIT.

      *-- UN MES QUE CIERREM DEJO EN "C" NO RECIBE FACTURAS --------*
       VERIFICAR-PERIODO.
           MOVE "N" TO SW-PERI-CERRADO.
           OPEN INPUT PERIODOS.
           IF FSTPERI NOT = "00"
              GO TO SALIR-VERIFICAR-PERIODO
           END-IF.
           MOVE WPER-AA TO PEAA.
           MOVE WPER-MM TO PEMM.
           READ PERIODOS KEY IS PECLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PERI-CERRADO
                    MOVE "S" TO SW-PERI-CERRADO
                 END-IF
           END-READ.
           CLOSE PERIODOS.
       SALIR-VERIFICAR-PERIODO.
           EXIT.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WPERIODO TO TC-PER.
           MOVE WDD-HOY TO TC-DD.
           MOVE WMM-HOY TO TC-MM.
           MOVE WAA-HOY TO TC-AA.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE CANT-FACTURAS TO CANT-ED.
           MOVE TOT-FACTURADO TO TOT-ED.
           MOVE SPACES TO R-IMP.
           STRING "FACTURAS EMITIDAS   " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  TOT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.
           MOVE CANT-YA-FACT TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "YA FACTURADOS       " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.
           MOVE CANT-ANTES-DIA TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "ANTES DEL DIA       " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.
           MOVE CANT-SIN-CUENTA TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "CUENTA CON FALLA    " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.
           MOVE CANT-ERROR TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "ERRORES DE GRABACION" DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.

       GRABAR-RENGLON.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY R-IMP LINE L.

       GRABAR-TOTAL.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

      *-- LA SESION SE DA DE BAJA AL SALIR --*
       FIN-SESION.
           MOVE "S" TO SES-ACC.
           CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
           CANCEL "SESFLAG".
           CLOSE PERSONA CONTRATOS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
