      *** DIARIO - LIBRO DIARIO MENSUAL (INTERFAZ CONTABLE)        ***
      *** PIDE UN PERIODO (AAAAMM) Y ARMA UN ASIENTO BALANCEADO    ***
      *** (DEBE = HABER) POR CADA COMPROBANTE DEL MES, SEGUN LA    ***
      *** TABLA DE IMPUTACION POR TIPO DE OPERACION (IMPCONT.IND,  ***
      *** VER ABMIMPC) Y EL PLAN DE CUENTAS (PLANCTA.IND):         ***
      ***   - FACTURAS EMITIDAS (FACTURA.IND)                      ***
      ***   - RECIBOS, POR MEDIO DE PAGO (COBRANZA.IND)            ***
      ***   - NOTAS DE CREDITO Y DEBITO (NOTACD.IND)               ***
      ***   - FACTURAS Y NOTAS DE CREDITO DE PROVEEDOR (CON EL IVA ***
      ***     QUE TRAE EL COMPROBANTE), ORDENES DE PAGO (POR EL    ***
      ***     NETO PAGADO EN EFECTIVO) Y EGRESOS DE CAJA           ***
      ***     (MOVPROV.IND; LA ENTREGA DE UN ADELANTO AL PERSONAL  ***
      ***     NO VA A GASTOS SINO AL CREDITO CON EL EMPLEADO)      ***
      ***   - LOS CHEQUES PROPIOS CON QUE SE PAGARON LAS ORDENES   ***
      ***     (CHEQPRO.IND), UN ASIENTO POR CHEQUE A LA FECHA DE   ***
      ***     EMISION; SI DESPUES SE ANULA, LA DEUDA QUE REABRE    ***
      ***     CHEQPROP (MOVPROV.IND, TIPO 4 CHA) LO REVIERTE       ***
      ***   - LOS CHEQUES DE TERCEROS ENDOSADOS EN LAS ORDENES     ***
      ***     (CHEQUES.IND), UN ASIENTO POR CHEQUE, Y LOS QUE EL   ***
      ***     PROVEEDOR DEVUELVE RECHAZADOS (MOVPROV.IND, TIPO 4)  ***
      ***   - LAS RETENCIONES PRACTICADAS EN LAS ORDENES DE PAGO   ***
      ***     (RETPRV.IND), UN ASIENTO POR CERTIFICADO             ***
      ***   - LA LIQUIDACION DE SUELDOS DEL MES (LIQSUE.IND), UN   ***
      ***     SOLO ASIENTO AL ULTIMO DIA DEL MES: SUELDOS,         ***
      ***     CONTRIBUCIONES Y ASIGNACIONES AL DEBE; NETO A PAGAR, ***
      ***     CARGAS SOCIALES, GANANCIAS RETENIDA Y CUOTAS DE      ***
      ***     PRESTAMOS AL PERSONAL AL HABER                       ***
      ***   - LOS CASTIGOS Y RECUPEROS DE CUENTAS INCOBRABLES      ***
      ***     (INCOBRA.IND, VER CASTIGO)                           ***
      *** LOS ASIENTOS SE NUMERAN EN ORDEN DE FECHA Y QUEDAN EN    ***
      *** ASIENTO.IND; EL DIARIO SALE POR EL SPOOL (TOMASPL) Y EN  ***
      *** EL EXPORTADO DIARIO.CSV PARA EL ESTUDIO CONTABLE (EL     ***
      *** MAYOR POR CUENTA LO SACA MAYOR) - CON EL PERIODO ABIERTO ***
      *** EN PERIODO.IND EL DIARIO ES PROVISORIO Y SE PUEDE VOLVER ***
      *** A GENERAR; CON EL PERIODO CERRADO POR CIERREM ES         ***
      *** DEFINITIVO Y NO SE GENERA DOS VECES                      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK "PLANCTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTCOD
           FILE STATUS IS FSTCTA.

           SELECT IMPUTACIONES ASSIGN TO DISK "IMPCONT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ICCOD
           FILE STATUS IS FSTIMC.

           SELECT ASIENTOS ASSIGN TO DISK "ASIENTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ASCLAVE
           ALTERNATE RECORD KEY IS ASCTA DUPLICATES
           FILE STATUS IS FSTASI.

           SELECT PERIODOS ASSIGN TO DISK "PERIODO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PECLAVE
           FILE STATUS IS FSTPERI.

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT COBRANZAS ASSIGN TO DISK "COBRANZA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CBNRO
           FILE STATUS IS FSTCOB.

           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

      *-- LO RETENIDO EN CADA ORDEN DE PAGO (VER CARGAPRV) ---------*
           SELECT RETENCIONES ASSIGN TO DISK "RETPRV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RPNRO
           ALTERNATE RECORD KEY IS RPPAGO DUPLICATES
           FILE STATUS IS FSTRPV.

      *-- LOS CHEQUES PROPIOS CON QUE SE PAGO CADA ORDEN ----------*
           SELECT CHEQUES-PROPIOS ASSIGN TO DISK "CHEQPRO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPCLAVE
           ALTERNATE RECORD KEY IS CPPAGO DUPLICATES
           FILE STATUS IS FSTCHP.

      *-- LOS CHEQUES DE TERCEROS ENDOSADOS EN CADA ORDEN ---------*
           SELECT CHEQUES ASSIGN TO DISK "CHEQUES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

      *-- CASTIGOS Y RECUPEROS DE INCOBRABLES (VER CASTIGO) -------*
           SELECT INCOBRABLES ASSIGN TO DISK "INCOBRA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INCLAVE
           FILE STATUS IS FSTINC.

           SELECT LIQUIDACIONES ASSIGN TO DISK "LIQSUE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LQCLAVE
           FILE STATUS IS FSTLIQ.

      *-- LAS OPERACIONES DEL MES SE JUNTAN EN UN ARCHIVO DE -------*
      *-- TRABAJO Y SE ORDENAN POR FECHA ANTES DE NUMERAR ----------*
           SELECT TEMPORAL ASSIGN TO DISK "DIARIO.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTTMP.

           SELECT TRABAJO ASSIGN TO DISK "DIARIO.WWW".

           SELECT ORDENADO ASSIGN TO DISK "DIARIO.ORD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTORD.

      *-- EL DIARIO SALE AL SPOOL (VER TOMASPL/VERSPOOL) -----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

      *-- EXPORTADO PARA EL ESTUDIO CONTABLE, UN RENGLON POR ------*
      *-- RENGLON DE ASIENTO ---------------------------------------*
           SELECT EXPORTA ASSIGN TO DISK "DIARIO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXP.

       DATA DIVISION.
       FILE SECTION.
        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-CTA.

         COPY PLANCTA.

        FD IMPUTACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-IMC.

         COPY IMPCONT.

        FD ASIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-ASI.

         COPY ASIENTO.

        FD PERIODOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-PERI.

         COPY PERIODO.

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD COBRANZAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-COB.

         COPY COBRANZA.

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD RETENCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS R-RPV.

         COPY RETPRV.

        FD CHEQUES-PROPIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-CHP.

         COPY CHEQPRO.

        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

        FD LIQUIDACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

         COPY LIQSUE.

        FD INCOBRABLES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-INC.

         COPY INCOBRA.

        FD TEMPORAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-TMP.
         01 R-TMP.
            02 TM-FECHA    PIC 9(08).
            02 TM-COD      PIC X(04).
            02 TM-IMP      PIC 9(07)V99.
            02 TM-LEY      PIC X(30).
            02 TM-IVA      PIC 9(07)V99.
            02 TM-IVAREAL  PIC X.

       SD  TRABAJO
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-TRA.
         01 R-TRA.
            02 TR-FECHA    PIC 9(08).
            02 TR-COD      PIC X(04).
            02 TR-IMP      PIC 9(07)V99.
            02 TR-LEY      PIC X(30).
            02 TR-IVA      PIC 9(07)V99.
            02 TR-IVAREAL  PIC X.

        FD ORDENADO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-ORD.
         01 R-ORD.
            02 OR-FECHA    PIC 9(08).
            02 OR-COD      PIC X(04).
            02 OR-IMP      PIC 9(07)V99.
            02 OR-LEY      PIC X(30).
            02 OR-IVA      PIC 9(07)V99.
            02 OR-IVAREAL  PIC X.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

        FD EXPORTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS R-EXP.
         01 R-EXP  PIC X(120).

       WORKING-STORAGE SECTION.
       77 FSTCTA              PIC XX.
       77 FSTIMC              PIC XX.
       77 FSTASI              PIC XX.
       77 FSTPERI             PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTCOB              PIC XX.
       77 FSTNOT              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTRPV              PIC XX.
       77 FSTCHP              PIC XX.
       77 FSTCHQ              PIC XX.
       77 FSTLIQ              PIC XX.
       77 FSTINC              PIC XX.
       77 FSTTMP              PIC XX.
       77 FSTORD              PIC XX.
       77 FSTSPL              PIC XX.
       77 FSTEXP              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL DIARIO SALE AL SPOOL -----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "DIARIO  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
       77 WTASA               PIC 9(2)V99 VALUE 21.
       77 SW-CERRADO          PIC X VALUE "N".
       77 SW-HAY-DIARIO       PIC X VALUE "N".
       77 SW-DEFINITIVO       PIC X VALUE "N".
       77 SW-FIN              PIC X.
       77 SW-RET              PIC X.
       77 SW-FIN-RET          PIC X.
       77 SW-CHP              PIC X.
       77 SW-FIN-CHP          PIC X.
       77 SW-CHQ              PIC X.
       77 SW-FIN-CHQ          PIC X.
       77 SW-FALTA-IMP        PIC X VALUE "N".
       77 SW-DESBALANCE       PIC X VALUE "N".
       77 IX                  PIC 99.
       77 WNRO-ASI            PIC 9(05) VALUE 0.
       77 WLIN-ASI            PIC 9(03) VALUE 0.
       77 WNRO-ANT            PIC 9(05) VALUE 0.
       77 WNETO               PIC 9(07)V99.
       77 WIVA                PIC 9(07)V99.
       77 WIMP-DEBE           PIC 9(07)V99.
       77 WIMP-HABER          PIC 9(07)V99.
       77 WTOT-SUEL           PIC 9(09)V99 VALUE 0.
      *-- LOS DEMAS TOTALES DE SUELDOS DEL MES: CONTRIBUCIONES, ----*
      *-- ASIGNACIONES, APORTES, CUOTAS DE PRESTAMOS Y GANANCIAS ---*
      *-- (NEGATIVA SI EN EL MES SE DEVOLVIO MAS DE LO RETENIDO) ---*
       77 WTOT-CON            PIC 9(09)V99 VALUE 0.
       77 WTOT-ASIG           PIC 9(09)V99 VALUE 0.
       77 WTOT-APO            PIC 9(09)V99 VALUE 0.
       77 WTOT-PRES           PIC 9(09)V99 VALUE 0.
       77 WTOT-GAN            PIC S9(09)V99 VALUE 0.
       77 WCOD-SUE            PIC X(04).
       77 WIMP-SUE            PIC S9(09)V99.
       77 WCTA-SUE            PIC 9(06).
       77 IX-TS               PIC 99.
       77 CANT-TS             PIC 99.
       77 WNOM-CTA            PIC X(30).
       77 WCOMP               PIC X(12).
       77 CANT-ASIENTOS       PIC 9(05) VALUE 0.
       77 CANT-BORRADOS       PIC 9(05) VALUE 0.
       77 TOT-DEBE            PIC 9(09)V99 VALUE 0.
       77 TOT-HABER           PIC 9(09)V99 VALUE 0.
       77 ASI-DEBE-IMP        PIC 9(09)V99 VALUE 0.
       77 ASI-HABER-IMP       PIC 9(09)V99 VALUE 0.
       77 DEBE-CSV            PIC 9(7),99.
       77 HABER-CSV           PIC 9(7),99.
       77 CANT-ED             PIC ZZZZ9.
       77 WDIA-FIN            PIC 99.
       77 WRESTO              PIC 9.
       77 WCOC                PIC 9(4).
       77 NOMBRE-TMP          PIC X(20) VALUE "DIARIO.TMP".
       77 NOMBRE-ORD          PIC X(20) VALUE "DIARIO.ORD".

       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
       01 R-WPERIODO REDEFINES WPERIODO PIC 9(6).

       01 WFECHA-ASI.
          02 WFA-AA           PIC 9(4).
          02 WFA-MM           PIC 9(2).
          02 WFA-DD           PIC 9(2).
       01 R-WFECHA-ASI REDEFINES WFECHA-ASI PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TABLA-FIN-MES.
          02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 R-TABLA-FIN-MES REDEFINES TABLA-FIN-MES.
          02 DIAS-DEL-MES OCCURS 12 TIMES PIC 99.

      *-- LAS IMPUTACIONES QUE USA EL DIARIO, CARGADAS DE ---------*
      *-- IMPCONT.IND AL EMPEZAR: SI FALTA ALGUNA NO SE GENERA -----*
       01 TABLA-CODIGOS.
          02 FILLER PIC X(32) VALUE "FACTREC1REC2REC3REC4NCR NDB PRVF".
          02 FILLER PIC X(32) VALUE "PRVOPRVESUELPRVNPRVRPRVCPRVTPRVD".
          02 FILLER PIC X(32) VALUE "REC5REC6INCCINCRREC7REC8PRVAPRVP".
          02 FILLER PIC X(20) VALUE "SUEASUECSUEOSUEGSUEP".
       01 R-TABLA-CODIGOS REDEFINES TABLA-CODIGOS.
          02 COD-OPER OCCURS 29 TIMES PIC X(04).
       01 TABLA-IMPUTACION.
          02 TI-RENGLON OCCURS 29 TIMES.
             03 TI-COD        PIC X(04).
             03 TI-DEBE       PIC 9(06).
             03 TI-HABER      PIC 9(06).
             03 TI-IVA        PIC 9(06).
             03 TI-LADO       PIC X.
      *-- EL ASIENTO DE SUELDOS: SALDO DE CADA CUENTA QUE TOCA ------*
      *-- (POSITIVO AL DEBE, NEGATIVO AL HABER) ---------------------*
       01 TABLA-SUELDOS.
          02 TS-RENGLON OCCURS 12 TIMES.
             03 TS-CTA        PIC 9(06).
             03 TS-SALDO      PIC S9(09)V99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(14) VALUE "LIBRO DIARIO ".
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(02) VALUE SPACES.
          02 TC-LEY PIC X(12).
          02 FILLER PIC X(17) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(08) VALUE "  CUENTA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "NOMBRE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "        DEBE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "       HABER".

       01  SUBRAYAR-CABECERA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-ASIENTO.
           02 FILLER   PIC X(08) VALUE "ASIENTO ".
           02 SA-NRO   PIC ZZZZ9.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SA-DD    PIC 99/.
           02 SA-MM    PIC 99/.
           02 SA-AA    PIC 9(4).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SA-LEY   PIC X(30).
           02 FILLER   PIC X(03) VALUE SPACES.
           02 SA-ORIG  PIC X(04).

       01  SALIDA-DE-DETALLE.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-CTA   PIC 9(06).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-NOM   PIC X(30).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-DEBE  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-HABER PIC Z.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTALES.
           02 FILLER  PIC X(10) VALUE SPACES.
           02 SL-ROT  PIC X(28).
           02 FILLER  PIC X(02) VALUE SPACES.
           02 SL-DEBE PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 SL-HABER PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON ASIENTOS.
       ERROR-APERTURA.
           IF FSTASI NOT = "00"
              OPEN OUTPUT ASIENTOS
              CLOSE ASIENTOS
              OPEN I-O ASIENTOS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN INPUT CUENTAS.
           IF FSTCTA NOT = "00"
              DISPLAY "DIARIO: PLANCTA.IND NO ENCONTRADO (FST="
                 FSTCTA ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT IMPUTACIONES.
           IF FSTIMC NOT = "00"
              DISPLAY "DIARIO: IMPCONT.IND NO ENCONTRADO (FST="
                 FSTIMC ")"
              CLOSE CUENTAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           PERFORM LEER-TASA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LIBRO DIARIO - ASIENTOS DEL MES" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM CARGAR-IMPUTACIONES.
           IF SW-FALTA-IMP = "S"
              DISPLAY "FALTAN IMPUTACIONES EN IMPCONT - VER ABMIMPC"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE CUENTAS IMPUTACIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           DISPLAY "PERIODO A GENERAR (AAAAMM): " LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 34.
           IF WPERIODO IS NOT NUMERIC OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE CUENTAS IMPUTACIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           PERFORM VERIFICAR-PERIODO.
           OPEN I-O ASIENTOS.
           PERFORM BUSCAR-DIARIO-ANTERIOR.
      *-- UN PERIODO CERRADO TIENE UN SOLO DIARIO: EL DEFINITIVO ---*
      *-- (UN PROVISORIO DE CUANDO EL MES ESTABA ABIERTO SE --------*
      *-- REEMPLAZA POR EL DEFINITIVO) -----------------------------*
           IF SW-CERRADO = "S" AND SW-DEFINITIVO = "S"
              DISPLAY "EL PERIODO ESTA CERRADO Y SU DIARIO YA FUE "
                 LINE 20 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY "GENERADO - NO SE VUELVE A CORRER (VER MAYOR)"
                 LINE 21 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE CUENTAS IMPUTACIONES ASIENTOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF SW-CERRADO = "S"
              DISPLAY "PERIODO CERRADO: EL DIARIO SALE DEFINITIVO"
                 LINE 06 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           ELSE
              DISPLAY "PERIODO ABIERTO: EL DIARIO SALE PROVISORIO"
                 LINE 06 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           END-IF.
           IF SW-HAY-DIARIO = "S"
              DISPLAY "YA HAY UN DIARIO PROVISORIO: SE REEMPLAZA"
                 LINE 07 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           END-IF.
           DISPLAY "CONFIRMA LA GENERACION (S/N) ? "
              LINE 09 POSITION 05.
           ACCEPT OP-SN LINE 09 POSITION 37.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              CLOSE CUENTAS IMPUTACIONES ASIENTOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF SW-HAY-DIARIO = "S"
              PERFORM BORRAR-DIARIO-ANTERIOR
           END-IF.
           PERFORM JUNTAR-OPERACIONES.
           SORT TRABAJO
                ASCENDING KEY TR-FECHA TR-COD
                USING  TEMPORAL
                GIVING ORDENADO.
           PERFORM GENERAR-ASIENTOS.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           OPEN OUTPUT EXPORTA.
           MOVE SPACES TO R-EXP.
           STRING "PERIODO;ASIENTO;RENGLON;FECHA;CUENTA;NOMBRE;"
                     DELIMITED BY SIZE
                  "DEBE;HABER;LEYENDA;ORIGEN" DELIMITED BY SIZE
                  INTO R-EXP.
           WRITE R-EXP.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM IMPRIMIR-DIARIO.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- LA TASA GENERAL SALE DEL MAESTRO DE PARAMETROS (IVATASA); *
      *-- SIN EL PARAMETRO SE USA EL 21 DE SIEMPRE (COMO LIBROIVA) -*
       LEER-TASA.
           MOVE "IVATASA " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0
              MOVE PAR-VALOR TO WTASA
           END-IF.

       CARGAR-IMPUTACIONES.
           MOVE 1 TO IX.
           PERFORM CARGAR-IMPUTACION UNTIL IX > 29.

       CARGAR-IMPUTACION.
           MOVE COD-OPER(IX) TO TI-COD(IX) ICCOD.
           READ IMPUTACIONES KEY IS ICCOD
              INVALID KEY
                 MOVE "S" TO SW-FALTA-IMP
                 MOVE 0 TO TI-DEBE(IX) TI-HABER(IX) TI-IVA(IX)
                 MOVE SPACE TO TI-LADO(IX)
              NOT INVALID KEY
                 MOVE ICDEBE TO TI-DEBE(IX)
                 MOVE ICHABER TO TI-HABER(IX)
                 MOVE ICIVA TO TI-IVA(IX)
                 MOVE ICLADO TO TI-LADO(IX)
           END-READ.
           ADD 1 TO IX.

      *-- CON EL MES CERRADO POR CIERREM EL DIARIO ES DEFINITIVO ---*
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

      *-- EL PRIMER RENGLON DEL PERIODO DICE SI LO QUE HAY ES -----*
      *-- PROVISORIO O DEFINITIVO (TODO EL DIARIO SE GRABA IGUAL) --*
       BUSCAR-DIARIO-ANTERIOR.
           MOVE "N" TO SW-HAY-DIARIO.
           MOVE "N" TO SW-DEFINITIVO.
           MOVE R-WPERIODO TO ASPER.
           MOVE 0 TO ASNRO ASLIN.
           START ASIENTOS KEY IS NOT LESS THAN ASCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ ASIENTOS NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF ASPER = R-WPERIODO
                          MOVE "S" TO SW-HAY-DIARIO
                          IF ASI-DEFINITIVO
                             MOVE "S" TO SW-DEFINITIVO
                          END-IF
                       END-IF
                 END-READ
           END-START.

      *-- EL PROVISORIO ANTERIOR SE BORRA ENTERO ANTES DE VOLVER ---*
      *-- A GENERAR ------------------------------------------------*
       BORRAR-DIARIO-ANTERIOR.
           MOVE "N" TO SW-FIN.
           MOVE R-WPERIODO TO ASPER.
           MOVE 0 TO ASNRO ASLIN.
           START ASIENTOS KEY IS NOT LESS THAN ASCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM BORRAR-RENGLON THRU F-BORRAR-RENGLON
              UNTIL SW-FIN = "S".

       BORRAR-RENGLON.
           READ ASIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-BORRAR-RENGLON
           END-IF.
           IF ASPER NOT = R-WPERIODO
              MOVE "S" TO SW-FIN
              GO TO F-BORRAR-RENGLON
           END-IF.
           DELETE ASIENTOS
              INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO CANT-BORRADOS.
       F-BORRAR-RENGLON.
           EXIT.

      *-- UNA OPERACION POR COMPROBANTE DEL MES AL ARCHIVO DE ------*
      *-- TRABAJO: FECHA, CODIGO DE IMPUTACION, IMPORTE, LEYENDA ---*
       JUNTAR-OPERACIONES.
           OPEN OUTPUT TEMPORAL.
           PERFORM JUNTAR-FACTURAS.
           PERFORM JUNTAR-RECIBOS.
           PERFORM JUNTAR-NOTAS.
           PERFORM JUNTAR-PROVEEDORES.
           PERFORM JUNTAR-RETENCIONES.
           PERFORM JUNTAR-CHEQUES.
           PERFORM JUNTAR-ENDOSOS.
           PERFORM JUNTAR-SUELDOS.
           PERFORM JUNTAR-INCOBRABLES.
           CLOSE TEMPORAL.

       JUNTAR-FACTURAS.
           OPEN INPUT FACTURAS.
           IF FSTFAC = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-FACTURA THRU F-TOMAR-FACTURA
                 UNTIL SW-FIN = "S"
              CLOSE FACTURAS
           END-IF.

       TOMAR-FACTURA.
           READ FACTURAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-FACTURA
           END-IF.
           IF FCAA NOT = WPER-AA OR FCMM NOT = WPER-MM
              GO TO F-TOMAR-FACTURA
           END-IF.
      *-- LA ANULADA NO TIENE EFECTO CONTABLE ----------------------*
           IF FAC-ANULADA OR FCTOT = 0
              GO TO F-TOMAR-FACTURA
           END-IF.
           MOVE FCFECHA TO TM-FECHA.
           MOVE "FACT" TO TM-COD.
           MOVE FCTOT TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           STRING "FACTURA " DELIMITED BY SIZE
                  FCNRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FCNOM DELIMITED BY SIZE
                  INTO TM-LEY.
           WRITE R-TMP.
       F-TOMAR-FACTURA.
           EXIT.

       JUNTAR-RECIBOS.
           OPEN INPUT COBRANZAS.
           IF FSTCOB = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-RECIBO THRU F-TOMAR-RECIBO
                 UNTIL SW-FIN = "S"
              CLOSE COBRANZAS
           END-IF.

      *-- CADA MEDIO DE PAGO VA A SU PROPIA IMPUTACION (REC1..REC8)*
       TOMAR-RECIBO.
           READ COBRANZAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-RECIBO
           END-IF.
           IF CBAA NOT = WPER-AA OR CBMM NOT = WPER-MM
              GO TO F-TOMAR-RECIBO
           END-IF.
           IF COB-ANULADO OR CBIMP = 0
              GO TO F-TOMAR-RECIBO
           END-IF.
           MOVE CBFECHA TO TM-FECHA.
           EVALUATE TRUE
              WHEN COB-CHEQUE        MOVE "REC2" TO TM-COD
              WHEN COB-TRANSFERENCIA MOVE "REC3" TO TM-COD
              WHEN COB-DEBITO        MOVE "REC4" TO TM-COD
              WHEN COB-EXTERNA       MOVE "REC5" TO TM-COD
              WHEN COB-TARJETA       MOVE "REC6" TO TM-COD
              WHEN COB-AGENCIA       MOVE "REC7" TO TM-COD
              WHEN COB-COBRADOR      MOVE "REC8" TO TM-COD
              WHEN OTHER             MOVE "REC1" TO TM-COD
           END-EVALUATE.
           MOVE CBIMP TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           STRING "RECIBO " DELIMITED BY SIZE
                  CBNRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CBNOM DELIMITED BY SIZE
                  INTO TM-LEY.
           WRITE R-TMP.
       F-TOMAR-RECIBO.
           EXIT.

       JUNTAR-NOTAS.
           OPEN INPUT NOTAS.
           IF FSTNOT = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-NOTA THRU F-TOMAR-NOTA
                 UNTIL SW-FIN = "S"
              CLOSE NOTAS
           END-IF.

       TOMAR-NOTA.
           READ NOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-NOTA
           END-IF.
           IF NCAA NOT = WPER-AA OR NCMM NOT = WPER-MM
              GO TO F-TOMAR-NOTA
           END-IF.
           IF NCIMP = 0
              GO TO F-TOMAR-NOTA
           END-IF.
           MOVE NCFECHA TO TM-FECHA.
           MOVE NCIMP TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           IF NOTA-CREDITO
              MOVE "NCR " TO TM-COD
              STRING "NOTA DE CREDITO " DELIMITED BY SIZE
                     NCNRO DELIMITED BY SIZE
                     " CTA " DELIMITED BY SIZE
                     NCCA DELIMITED BY SIZE
                     INTO TM-LEY
           ELSE
              MOVE "NDB " TO TM-COD
              STRING "NOTA DE DEBITO " DELIMITED BY SIZE
                     NCNRO DELIMITED BY SIZE
                     " CTA " DELIMITED BY SIZE
                     NCCA DELIMITED BY SIZE
                     INTO TM-LEY
           END-IF.
           WRITE R-TMP.
       F-TOMAR-NOTA.
           EXIT.

       JUNTAR-PROVEEDORES.
           MOVE "N" TO SW-RET.
           OPEN INPUT RETENCIONES.
           IF FSTRPV = "00"
              MOVE "S" TO SW-RET
           END-IF.
           MOVE "N" TO SW-CHP.
           OPEN INPUT CHEQUES-PROPIOS.
           IF FSTCHP = "00"
              MOVE "S" TO SW-CHP
           END-IF.
           MOVE "N" TO SW-CHQ.
           OPEN INPUT CHEQUES.
           IF FSTCHQ = "00"
              MOVE "S" TO SW-CHQ
           END-IF.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-COMPROBANTE THRU F-TOMAR-COMPROBANTE
                 UNTIL SW-FIN = "S"
              CLOSE COMPROBANTES
           END-IF.
           IF SW-RET = "S"
              CLOSE RETENCIONES
           END-IF.
           IF SW-CHP = "S"
              CLOSE CHEQUES-PROPIOS
           END-IF.
           IF SW-CHQ = "S"
              CLOSE CHEQUES
           END-IF.

       TOMAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-COMPROBANTE
           END-IF.
           IF MPAA NOT = WPER-AA OR MPMM NOT = WPER-MM
              GO TO F-TOMAR-COMPROBANTE
           END-IF.
           IF MPIMP = 0
              GO TO F-TOMAR-COMPROBANTE
           END-IF.
           MOVE MPFECHA TO TM-FECHA.
           MOVE MPIMP TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           EVALUATE TRUE
              WHEN PRV-FACTURA
                 MOVE "PRVF" TO TM-COD
                 IF PRV-NOTA-CREDITO
                    MOVE "PRVN" TO TM-COD
                 END-IF
                 COMPUTE TM-IVA = MPIVA21 + MPIVA105 + MPIVA27
                 MOVE "S" TO TM-IVAREAL
                 STRING MPCTIPO DELIMITED BY SIZE
                        " PROV " DELIMITED BY SIZE
                        MPPROV DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MPCOMP DELIMITED BY SIZE
                        INTO TM-LEY
              WHEN PRV-ORDEN-PAGO
                 MOVE "PRVO" TO TM-COD
                 IF SW-RET = "S"
                    PERFORM DESCONTAR-RETENCIONES THRU
                       F-DESCONTAR-RETENCIONES
                 END-IF
                 IF SW-CHP = "S"
                    PERFORM DESCONTAR-CHEQUES THRU
                       F-DESCONTAR-CHEQUES
                 END-IF
                 IF SW-CHQ = "S"
                    PERFORM DESCONTAR-ENDOSOS THRU
                       F-DESCONTAR-ENDOSOS
                 END-IF
                 STRING "ORDEN PAGO " DELIMITED BY SIZE
                        MPPROV DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MPCOMP DELIMITED BY SIZE
                        INTO TM-LEY
      *-- LA DEUDA QUE REABRE UN CHEQUE PROPIO ANULADO (CHA) ------*
      *-- REVIERTE SU PRVC: DEBE BANCO, HABER PROVEEDORES ----------*
              WHEN PRV-CHEQUE-DEVUELTO AND MPCTIPO = "CHA"
                 MOVE "PRVA" TO TM-COD
                 STRING "ANULADO " DELIMITED BY SIZE
                        MPPROV DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MPCOMP DELIMITED BY SIZE
                        INTO TM-LEY
              WHEN PRV-CHEQUE-DEVUELTO
                 MOVE "PRVD" TO TM-COD
                 STRING "DEVUELTO " DELIMITED BY SIZE
                        MPPROV DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MPCOMP DELIMITED BY SIZE
                        INTO TM-LEY
      *-- LA ENTREGA DE UN ADELANTO AL PERSONAL (ADL) NO ES GASTO: -*
      *-- DEBE PRESTAMOS AL PERSONAL, HABER CAJA (LO RECUPERAN LAS -*
      *-- CUOTAS DEL ASIENTO DE SUELDOS) ---------------------------*
              WHEN MPCTIPO = "ADL"
                 MOVE "PRVP" TO TM-COD
                 STRING "ADELANTO " DELIMITED BY SIZE
                        MPCOMP DELIMITED BY SIZE
                        INTO TM-LEY
              WHEN OTHER
                 MOVE "PRVE" TO TM-COD
                 STRING "EGRESO CAJA " DELIMITED BY SIZE
                        MPCOMP DELIMITED BY SIZE
                        INTO TM-LEY
           END-EVALUATE.
      *-- ORDEN PAGADA TODA CON CHEQUES: NO QUEDA NADA EN EFECTIVO -*
           IF TM-IMP = 0
              GO TO F-TOMAR-COMPROBANTE
           END-IF.
           WRITE R-TMP.
       F-TOMAR-COMPROBANTE.
           EXIT.

      *-- LA ORDEN DE PAGO VA POR LO QUE SALIO DE LA CAJA: LO ------*
      *-- RETENIDO TIENE SU PROPIO ASIENTO (PRVR) ------------------*
       DESCONTAR-RETENCIONES.
           MOVE "N" TO SW-FIN-RET.
           MOVE MPCLAVE TO RPPAGO.
           START RETENCIONES KEY IS NOT LESS THAN RPPAGO
              INVALID KEY GO TO F-DESCONTAR-RETENCIONES
           END-START.
           PERFORM RESTAR-RETENCION THRU F-RESTAR-RETENCION
              UNTIL SW-FIN-RET = "S".
       F-DESCONTAR-RETENCIONES.
           EXIT.

       RESTAR-RETENCION.
           READ RETENCIONES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-RET
           END-READ.
           IF SW-FIN-RET = "N"
              IF RPPAGO NOT = MPCLAVE
                 MOVE "S" TO SW-FIN-RET
              ELSE
                 IF RPIMP < TM-IMP
                    SUBTRACT RPIMP FROM TM-IMP
                 END-IF
              END-IF
           END-IF.
       F-RESTAR-RETENCION.
           EXIT.

      *-- LO PAGADO CON CHEQUE PROPIO VA EN SU ASIENTO (PRVC) -----*
       DESCONTAR-CHEQUES.
           MOVE "N" TO SW-FIN-CHP.
           MOVE MPCLAVE TO CPPAGO.
           START CHEQUES-PROPIOS KEY IS NOT LESS THAN CPPAGO
              INVALID KEY GO TO F-DESCONTAR-CHEQUES
           END-START.
           PERFORM RESTAR-CHEQUE THRU F-RESTAR-CHEQUE
              UNTIL SW-FIN-CHP = "S".
       F-DESCONTAR-CHEQUES.
           EXIT.

       RESTAR-CHEQUE.
           READ CHEQUES-PROPIOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-CHP
           END-READ.
           IF SW-FIN-CHP = "N"
              IF CPPAGO NOT = MPCLAVE
                 MOVE "S" TO SW-FIN-CHP
              ELSE
                 IF CPIMP NOT > TM-IMP
                    SUBTRACT CPIMP FROM TM-IMP
                 END-IF
              END-IF
           END-IF.
       F-RESTAR-CHEQUE.
           EXIT.

      *-- LOS CHEQUES DE TERCEROS ENDOSADOS EN LA ORDEN VAN EN SU -*
      *-- PROPIO ASIENTO (PRVT), AUNQUE DESPUES LOS HAYAN DEVUELTO -*
       DESCONTAR-ENDOSOS.
           MOVE "N" TO SW-FIN-CHQ.
           MOVE MPCLAVE TO CHPAGO.
           START CHEQUES KEY IS NOT LESS THAN CHPAGO
              INVALID KEY GO TO F-DESCONTAR-ENDOSOS
           END-START.
           PERFORM RESTAR-ENDOSO THRU F-RESTAR-ENDOSO
              UNTIL SW-FIN-CHQ = "S".
       F-DESCONTAR-ENDOSOS.
           EXIT.

       RESTAR-ENDOSO.
           READ CHEQUES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-CHQ
           END-READ.
           IF SW-FIN-CHQ = "N"
              IF CHPAGO NOT = MPCLAVE
                 MOVE "S" TO SW-FIN-CHQ
              ELSE
                 IF CHIMP NOT > TM-IMP
                    SUBTRACT CHIMP FROM TM-IMP
                 END-IF
              END-IF
           END-IF.
       F-RESTAR-ENDOSO.
           EXIT.

       JUNTAR-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FSTRPV = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-RETENCION THRU F-TOMAR-RETENCION
                 UNTIL SW-FIN = "S"
              CLOSE RETENCIONES
           END-IF.

       TOMAR-RETENCION.
           READ RETENCIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-RETENCION
           END-IF.
           IF RPAA NOT = WPER-AA OR RPMM NOT = WPER-MM OR RPIMP = 0
              GO TO F-TOMAR-RETENCION
           END-IF.
           MOVE RPFECHA TO TM-FECHA.
           MOVE "PRVR" TO TM-COD.
           MOVE RPIMP TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           STRING "RETENCION " DELIMITED BY SIZE
                  RPREG DELIMITED BY SIZE
                  " CERT " DELIMITED BY SIZE
                  RPNRO DELIMITED BY SIZE
                  INTO TM-LEY.
           WRITE R-TMP.
       F-TOMAR-RETENCION.
           EXIT.

      *-- UN ASIENTO POR CHEQUE PROPIO EMITIDO EN EL MES PARA ----*
      *-- PAGAR UNA ORDEN, A SU FECHA DE EMISION -------------------*
       JUNTAR-CHEQUES.
           OPEN INPUT CHEQUES-PROPIOS.
           IF FSTCHP = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-CHEQUE THRU F-TOMAR-CHEQUE
                 UNTIL SW-FIN = "S"
              CLOSE CHEQUES-PROPIOS
           END-IF.

       TOMAR-CHEQUE.
           READ CHEQUES-PROPIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-CHEQUE
           END-IF.
           IF CPFEMI(1:6) NOT = WPERIODO OR CPIMP = 0
              GO TO F-TOMAR-CHEQUE
           END-IF.
      *-- EL ANULADO TAMBIEN: SU REVERSION VA CON LA ANULACION -----*
           IF CPPAGO = SPACES
              GO TO F-TOMAR-CHEQUE
           END-IF.
           MOVE CPFEMI TO TM-FECHA.
           MOVE "PRVC" TO TM-COD.
           MOVE CPIMP TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           STRING "CHEQUE CTA " DELIMITED BY SIZE
                  CPCTA DELIMITED BY SIZE
                  " NRO " DELIMITED BY SIZE
                  CPNRO DELIMITED BY SIZE
                  INTO TM-LEY.
           WRITE R-TMP.
       F-TOMAR-CHEQUE.
           EXIT.

      *-- UN ASIENTO POR CHEQUE DE TERCEROS ENDOSADO EN EL MES A --*
      *-- UN PROVEEDOR, A LA FECHA DEL ENDOSO ----------------------*
       JUNTAR-ENDOSOS.
           OPEN INPUT CHEQUES.
           IF FSTCHQ = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-ENDOSO THRU F-TOMAR-ENDOSO
                 UNTIL SW-FIN = "S"
              CLOSE CHEQUES
           END-IF.

       TOMAR-ENDOSO.
           READ CHEQUES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-ENDOSO
           END-IF.
           IF CHPAGO = SPACES OR CHIMP = 0
              GO TO F-TOMAR-ENDOSO
           END-IF.
           IF CHFEND(1:6) NOT = WPERIODO
              GO TO F-TOMAR-ENDOSO
           END-IF.
           MOVE CHFEND TO TM-FECHA.
           MOVE "PRVT" TO TM-COD.
           MOVE CHIMP TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           STRING "ENDOSO BCO " DELIMITED BY SIZE
                  CHBCO DELIMITED BY SIZE
                  " NRO " DELIMITED BY SIZE
                  CHNRO DELIMITED BY SIZE
                  INTO TM-LEY.
           WRITE R-TMP.
       F-TOMAR-ENDOSO.
           EXIT.

      *-- LOS SUELDOS VAN EN UN SOLO ASIENTO CON EL TOTAL DEL MES, -*
      *-- AL ULTIMO DIA DEL PERIODO --------------------------------*
       JUNTAR-SUELDOS.
           MOVE 0 TO WTOT-SUEL WTOT-CON WTOT-ASIG WTOT-APO WTOT-PRES
                     WTOT-GAN.
           OPEN INPUT LIQUIDACIONES.
           IF FSTLIQ = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-LIQUIDACION THRU F-TOMAR-LIQUIDACION
                 UNTIL SW-FIN = "S"
              CLOSE LIQUIDACIONES
           END-IF.
           IF WTOT-SUEL > 0
              PERFORM CALCULAR-FIN-DE-MES
              MOVE R-WFECHA-ASI TO TM-FECHA
              MOVE "SUEL" TO TM-COD
              MOVE WTOT-SUEL TO TM-IMP
              MOVE SPACES TO TM-LEY
              MOVE 0 TO TM-IVA
              MOVE "N" TO TM-IVAREAL
              STRING "SUELDOS PERIODO " DELIMITED BY SIZE
                     R-WPERIODO DELIMITED BY SIZE
                     INTO TM-LEY
              WRITE R-TMP
           END-IF.

       TOMAR-LIQUIDACION.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-LIQUIDACION
           END-IF.
      *-- EL GASTO ES LA REMUNERACION, ANTES DE LOS APORTES QUE ---*
      *-- SE RETIENEN AL EMPLEADO - GANANCIAS NO QUEDA APARTE EN ---*
      *-- LA LIQUIDACION: ES LO QUE FALTA PARA LLEGAR AL NETO ------*
           IF LQPER = R-WPERIODO
              ADD LQREM TO WTOT-SUEL
              ADD LQTCON TO WTOT-CON
              ADD LQASIG TO WTOT-ASIG
              ADD LQTAPO TO WTOT-APO
              ADD LQPRES TO WTOT-PRES
              COMPUTE WTOT-GAN = WTOT-GAN + LQREM + LQASIG - LQTAPO
                 - LQPRES - LQNETO
           END-IF.
       F-TOMAR-LIQUIDACION.
           EXIT.

      *-- CADA CASTIGO (INCC) Y CADA RECUPERO (INCR) DEL MES, UN ---*
      *-- ASIENTO POR REGISTRO -------------------------------------*
       JUNTAR-INCOBRABLES.
           OPEN INPUT INCOBRABLES.
           IF FSTINC = "00"
              MOVE "N" TO SW-FIN
              PERFORM TOMAR-INCOBRABLE THRU F-TOMAR-INCOBRABLE
                 UNTIL SW-FIN = "S"
              CLOSE INCOBRABLES
           END-IF.

       TOMAR-INCOBRABLE.
           READ INCOBRABLES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-INCOBRABLE
           END-IF.
           IF INAA NOT = WPER-AA OR INMM NOT = WPER-MM OR INIMP = 0
              GO TO F-TOMAR-INCOBRABLE
           END-IF.
           MOVE INFECHA TO TM-FECHA.
           MOVE INIMP TO TM-IMP.
           MOVE SPACES TO TM-LEY.
           MOVE 0 TO TM-IVA.
           MOVE "N" TO TM-IVAREAL.
           IF INC-CASTIGO
              MOVE "INCC" TO TM-COD
              STRING "CASTIGO CTA " DELIMITED BY SIZE
                     INCA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INNOM DELIMITED BY SIZE
                     INTO TM-LEY
           ELSE
              MOVE "INCR" TO TM-COD
              STRING "RECUPERO CTA " DELIMITED BY SIZE
                     INCA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INNOM DELIMITED BY SIZE
                     INTO TM-LEY
           END-IF.
           WRITE R-TMP.
       F-TOMAR-INCOBRABLE.
           EXIT.

       CALCULAR-FIN-DE-MES.
           MOVE WPER-AA TO WFA-AA.
           MOVE WPER-MM TO WFA-MM.
           MOVE DIAS-DEL-MES(WPER-MM) TO WDIA-FIN.
           IF WPER-MM = 2
              DIVIDE WPER-AA BY 4 GIVING WCOC REMAINDER WRESTO
              IF WRESTO = 0
                 MOVE 29 TO WDIA-FIN
              END-IF
           END-IF.
           MOVE WDIA-FIN TO WFA-DD.

      *-- YA ORDENADAS POR FECHA, CADA OPERACION ES UN ASIENTO -----*
       GENERAR-ASIENTOS.
           MOVE 0 TO WNRO-ASI.
           OPEN INPUT ORDENADO.
           MOVE "N" TO SW-FIN.
           PERFORM TOMAR-OPERACION THRU F-TOMAR-OPERACION
              UNTIL SW-FIN = "S".
           CLOSE ORDENADO.

       TOMAR-OPERACION.
           READ ORDENADO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-OPERACION
           END-IF.
           MOVE 1 TO IX.
           PERFORM BUSCAR-CODIGO
              UNTIL IX > 29 OR TI-COD(IX) = OR-COD.
           IF IX > 29
              GO TO F-TOMAR-OPERACION
           END-IF.
           ADD 1 TO WNRO-ASI CANT-ASIENTOS.
           MOVE 0 TO WLIN-ASI.
           IF OR-COD = "SUEL"
              PERFORM ASIENTO-SUELDOS
              GO TO F-TOMAR-OPERACION
           END-IF.
      *-- EL LADO QUE LLEVA EL IVA SE ABRE EN NETO + IVA CON LA ----*
      *-- TASA GENERAL (O CON EL IVA QUE TRAE EL COMPROBANTE DE ----*
      *-- PROVEEDOR); EL OTRO LADO VA POR EL TOTAL -----------------*
           MOVE 0 TO WNETO WIVA.
           IF TI-IVA(IX) > 0
              IF OR-IVAREAL = "S"
                 MOVE OR-IVA TO WIVA
                 COMPUTE WNETO = OR-IMP - WIVA
              ELSE
                 COMPUTE WNETO ROUNDED = OR-IMP * 100 / (100 + WTASA)
                 COMPUTE WIVA = OR-IMP - WNETO
              END-IF
           END-IF.
           IF TI-IVA(IX) > 0 AND TI-LADO(IX) = "D"
              MOVE TI-DEBE(IX) TO ASCTA
              MOVE WNETO TO ASIMP
              PERFORM GRABAR-DEBE
              MOVE TI-IVA(IX) TO ASCTA
              MOVE WIVA TO ASIMP
              PERFORM GRABAR-DEBE
           ELSE
              MOVE TI-DEBE(IX) TO ASCTA
              MOVE OR-IMP TO ASIMP
              PERFORM GRABAR-DEBE
           END-IF.
           IF TI-IVA(IX) > 0 AND TI-LADO(IX) = "H"
              MOVE TI-HABER(IX) TO ASCTA
              MOVE WNETO TO ASIMP
              PERFORM GRABAR-HABER
              MOVE TI-IVA(IX) TO ASCTA
              MOVE WIVA TO ASIMP
              PERFORM GRABAR-HABER
           ELSE
              MOVE TI-HABER(IX) TO ASCTA
              MOVE OR-IMP TO ASIMP
              PERFORM GRABAR-HABER
           END-IF.
       F-TOMAR-OPERACION.
           EXIT.

       BUSCAR-CODIGO.
           ADD 1 TO IX.

      *---------------------------------------------------------------*
      *-- EL ASIENTO DE SUELDOS SE ARMA CON LOS PARES DEBE/HABER DE --*
      *-- SUEL (REMUNERACION), SUEC (CONTRIBUCIONES), SUEA          --*
      *-- (ASIGNACIONES), SUEO (APORTES RETENIDOS), SUEG (GANANCIAS --*
      *-- RETENIDA) Y SUEP (CUOTAS DE PRESTAMOS), SALDANDO CADA     --*
      *-- CUENTA: SUELDOS A PAGAR QUEDA POR EL NETO Y CARGAS        --*
      *-- SOCIALES POR APORTES MAS CONTRIBUCIONES - PRIMERO LOS     --*
      *-- RENGLONES DEL DEBE Y DESPUES LOS DEL HABER                --*
      *---------------------------------------------------------------*
       ASIENTO-SUELDOS.
           MOVE 0 TO CANT-TS.
           MOVE "SUEL" TO WCOD-SUE.
           MOVE WTOT-SUEL TO WIMP-SUE.
           PERFORM SUMAR-PAR-SUELDOS.
           MOVE "SUEC" TO WCOD-SUE.
           MOVE WTOT-CON TO WIMP-SUE.
           PERFORM SUMAR-PAR-SUELDOS.
           MOVE "SUEA" TO WCOD-SUE.
           MOVE WTOT-ASIG TO WIMP-SUE.
           PERFORM SUMAR-PAR-SUELDOS.
           MOVE "SUEO" TO WCOD-SUE.
           MOVE WTOT-APO TO WIMP-SUE.
           PERFORM SUMAR-PAR-SUELDOS.
           MOVE "SUEG" TO WCOD-SUE.
           MOVE WTOT-GAN TO WIMP-SUE.
           PERFORM SUMAR-PAR-SUELDOS.
           MOVE "SUEP" TO WCOD-SUE.
           MOVE WTOT-PRES TO WIMP-SUE.
           PERFORM SUMAR-PAR-SUELDOS.
           MOVE 1 TO IX-TS.
           PERFORM GRABAR-DEBE-SUELDOS UNTIL IX-TS > CANT-TS.
           MOVE 1 TO IX-TS.
           PERFORM GRABAR-HABER-SUELDOS UNTIL IX-TS > CANT-TS.

      *-- EL IMPORTE SUMA A LA CUENTA DEL DEBE DEL CODIGO Y RESTA --*
      *-- A LA DEL HABER (NEGATIVO, COMO UNA DEVOLUCION DE ---------*
      *-- GANANCIAS, DA VUELTA LOS LADOS) --------------------------*
       SUMAR-PAR-SUELDOS.
           MOVE 1 TO IX.
           PERFORM BUSCAR-CODIGO
              UNTIL IX > 29 OR TI-COD(IX) = WCOD-SUE.
           IF WIMP-SUE NOT = 0 AND IX NOT > 29
              MOVE TI-DEBE(IX) TO WCTA-SUE
              PERFORM ACUMULAR-CUENTA-SUELDOS
              COMPUTE WIMP-SUE = 0 - WIMP-SUE
              MOVE TI-HABER(IX) TO WCTA-SUE
              PERFORM ACUMULAR-CUENTA-SUELDOS
           END-IF.

       ACUMULAR-CUENTA-SUELDOS.
           MOVE 1 TO IX-TS.
           PERFORM BUSCAR-CUENTA-SUELDOS
              UNTIL IX-TS > CANT-TS OR TS-CTA(IX-TS) = WCTA-SUE.
           IF IX-TS > CANT-TS
              ADD 1 TO CANT-TS
              MOVE WCTA-SUE TO TS-CTA(CANT-TS)
              MOVE 0 TO TS-SALDO(CANT-TS)
           END-IF.
           ADD WIMP-SUE TO TS-SALDO(IX-TS).

       BUSCAR-CUENTA-SUELDOS.
           ADD 1 TO IX-TS.

       GRABAR-DEBE-SUELDOS.
           IF TS-SALDO(IX-TS) > 0
              MOVE TS-CTA(IX-TS) TO ASCTA
              MOVE TS-SALDO(IX-TS) TO ASIMP
              PERFORM GRABAR-DEBE
           END-IF.
           ADD 1 TO IX-TS.

       GRABAR-HABER-SUELDOS.
           IF TS-SALDO(IX-TS) < 0
              MOVE TS-CTA(IX-TS) TO ASCTA
              COMPUTE ASIMP = 0 - TS-SALDO(IX-TS)
              PERFORM GRABAR-HABER
           END-IF.
           ADD 1 TO IX-TS.

       GRABAR-DEBE.
           MOVE 1 TO ASDH.
           PERFORM GRABAR-RENGLON.

       GRABAR-HABER.
           MOVE 2 TO ASDH.
           PERFORM GRABAR-RENGLON.

       GRABAR-RENGLON.
           ADD 1 TO WLIN-ASI.
           MOVE R-WPERIODO TO ASPER.
           MOVE WNRO-ASI TO ASNRO.
           MOVE WLIN-ASI TO ASLIN.
           MOVE OR-FECHA TO ASFECHA.
           MOVE OR-LEY TO ASLEY.
           MOVE OR-COD TO ASORIG.
           IF SW-CERRADO = "S"
              MOVE "D" TO ASEST
           ELSE
              MOVE "P" TO ASEST
           END-IF.
           WRITE R-ASI
              INVALID KEY REWRITE R-ASI
           END-WRITE.

      *-- EL DIARIO SE IMPRIME RELEYENDO ASIENTO.IND, ASI LO QUE ---*
      *-- SALE EN PAPEL ES LO QUE QUEDO GRABADO ---------------------*
       IMPRIMIR-DIARIO.
           MOVE 0 TO WNRO-ANT.
           MOVE "N" TO SW-FIN.
           MOVE R-WPERIODO TO ASPER.
           MOVE 0 TO ASNRO ASLIN.
           START ASIENTOS KEY IS NOT LESS THAN ASCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM IMPRIMIR-RENGLON THRU F-IMPRIMIR-RENGLON
              UNTIL SW-FIN = "S".
           IF WNRO-ANT > 0
              PERFORM CONTROLAR-BALANCE
           END-IF.

       IMPRIMIR-RENGLON.
           READ ASIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-IMPRIMIR-RENGLON
           END-IF.
           IF ASPER NOT = R-WPERIODO
              MOVE "S" TO SW-FIN
              GO TO F-IMPRIMIR-RENGLON
           END-IF.
           IF ASNRO NOT = WNRO-ANT
              IF WNRO-ANT > 0
                 PERFORM CONTROLAR-BALANCE
              END-IF
              MOVE 0 TO ASI-DEBE-IMP ASI-HABER-IMP
              MOVE ASNRO TO WNRO-ANT
              PERFORM IMPRIMIR-CABECERA-ASIENTO
           END-IF.
           PERFORM BUSCAR-NOMBRE-CUENTA.
           MOVE SPACES TO R-IMP.
           MOVE ASCTA TO SD-CTA.
           MOVE WNOM-CTA TO SD-NOM.
           MOVE 0 TO DEBE-CSV HABER-CSV.
           IF ASI-DEBE
              MOVE ASIMP TO SD-DEBE DEBE-CSV
              MOVE 0 TO SD-HABER
              ADD ASIMP TO TOT-DEBE ASI-DEBE-IMP
           ELSE
              MOVE 0 TO SD-DEBE
              MOVE ASIMP TO SD-HABER HABER-CSV
              ADD ASIMP TO TOT-HABER ASI-HABER-IMP
           END-IF.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           PERFORM EXPORTAR-RENGLON.
       F-IMPRIMIR-RENGLON.
           EXIT.

       IMPRIMIR-CABECERA-ASIENTO.
           MOVE ASFECHA TO R-WFECHA-ASI.
           MOVE SPACES TO R-IMP.
           MOVE ASNRO TO SA-NRO.
           MOVE WFA-DD TO SA-DD.
           MOVE WFA-MM TO SA-MM.
           MOVE WFA-AA TO SA-AA.
           MOVE ASLEY TO SA-LEY.
           MOVE ASORIG TO SA-ORIG.
           MOVE SALIDA-ASIENTO TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

      *-- CADA ASIENTO TIENE QUE CERRAR DEBE = HABER ----------------*
       CONTROLAR-BALANCE.
           IF ASI-DEBE-IMP NOT = ASI-HABER-IMP
              MOVE "S" TO SW-DESBALANCE
              MOVE SPACES TO R-IMP
              MOVE "   *** ASIENTO DESBALANCEADO ***" TO R-IMP
              PERFORM ESCRIBIR-LINEA
           END-IF.

       BUSCAR-NOMBRE-CUENTA.
           MOVE ASCTA TO CTCOD.
           READ CUENTAS KEY IS CTCOD
              INVALID KEY MOVE "CUENTA INEXISTENTE" TO WNOM-CTA
              NOT INVALID KEY MOVE CTNOM TO WNOM-CTA
           END-READ.

       EXPORTAR-RENGLON.
           MOVE SPACES TO R-EXP.
           STRING ASPER DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASNRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASLIN DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASFECHA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASCTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WNOM-CTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DEBE-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  HABER-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASLEY DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASORIG DELIMITED BY SIZE
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
           MOVE R-WPERIODO TO TC-PER.
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

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE "TOTALES DEL DIARIO" TO SL-ROT.
           MOVE TOT-DEBE TO SL-DEBE.
           MOVE TOT-HABER TO SL-HABER.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           ADD 2 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE CANT-ASIENTOS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "ASIENTOS GENERADOS " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.
           IF TOT-DEBE NOT = TOT-HABER OR SW-DESBALANCE = "S"
              MOVE SPACES TO R-IMP
              MOVE "*** EL DIARIO NO BALANCEA - REVISAR IMPCONT ***"
                 TO R-IMP
              ADD 1 TO L
              DISPLAY R-IMP LINE L CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              WRITE R-IMP
           END-IF.

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
           CLOSE CUENTAS IMPUTACIONES ASIENTOS IMPRE EXPORTA.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CALL "CBL_DELETE_FILE" USING NOMBRE-TMP.
           CALL "CBL_DELETE_FILE" USING NOMBRE-ORD.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
