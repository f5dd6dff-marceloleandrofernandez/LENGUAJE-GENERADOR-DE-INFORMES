      *** FLUJOFON - FLUJO DE FONDOS PROYECTADO A 12 SEMANAS POR   ***
      *** SUCURSAL Y TOTAL, DESDE HOY - LA SEMANA 1 EMPIEZA HOY Y  ***
      *** JUNTA ADEMAS TODO LO YA VENCIDO; LO QUE CAE DESPUES DE   ***
      *** LA SEMANA 12 NO SE TOMA:                                 ***
      ***   - INGRESOS: PARTIDAS ABIERTAS DE MOVPER.IND A SU MVVTO ***
      ***     (LAS DE CLIENTES CON DEBITO AUTOMATICO, PDEB = "S" Y ***
      ***     CBU CARGADA, VAN APARTE; LAS REFINANCIADAS POR UN    ***
      ***     PLAN VIGENTE NO SE TOMAN), CUOTAS PENDIENTES DE      ***
      ***     PLANES VIGENTES (PLANCUO.IND) A SU PCVTO Y CHEQUES   ***
      ***     DE TERCEROS EN CARTERA A SU CHFCOBRO                 ***
      ***   - EGRESOS: FACTURAS DE PROVEEDOR Y CHEQUES DEVUELTOS   ***
      ***     CON SALDO (MOVPROV.IND) A SU MPVTO, CHEQUES PROPIOS  ***
      ***     SIN DEBITAR A SU FECHA DE PAGO Y LOS SUELDOS DE CADA ***
      ***     FIN DE MES DEL HORIZONTE: EL NETO DE LIQSUE.IND SI   ***
      ***     EL MES YA SE LIQUIDO O, SI NO, EL NETO SIN SAC DEL   ***
      ***     ULTIMO MES LIQUIDADO                                 ***
      *** EL SALDO INICIAL ES LA CAJA QUE INFORMA EL OPERADOR MAS  ***
      *** LOS BANCOS A HOY (SALDO DE ABMBCO MAS LOS DEPOSITOS Y    ***
      *** MENOS LOS CHEQUES DEBITADOS DESPUES, COMO EN LIBBCO) -   ***
      *** MARCA LAS SEMANAS QUE CIERRAN EN ROJO Y AVISA LA PRIMERA ***
      *** - SALE POR EL SPOOL                                      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJOFON.
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

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

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

           SELECT CHEQUES ASSIGN TO DISK "CHEQUES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

           SELECT CHEQUES-PROPIOS ASSIGN TO DISK "CHEQPRO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPCLAVE
           ALTERNATE RECORD KEY IS CPPAGO DUPLICATES
           FILE STATUS IS FSTCHP.

           SELECT LIQUIDACIONES ASSIGN TO DISK "LIQSUE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LQCLAVE
           FILE STATUS IS FSTLIQ.

           SELECT CUENTAS ASSIGN TO DISK "CTABCO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBCOD
           FILE STATUS IS FSTCTB.

           SELECT DEPOSITOS ASSIGN TO DISK "DEPOSITO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DPNRO
           FILE STATUS IS FSTDEP.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
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

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

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

        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD CHEQUES-PROPIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-CHP.

         COPY CHEQPRO.

        FD LIQUIDACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

         COPY LIQSUE.

        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS R-CTB.

         COPY CTABCO.

        FD DEPOSITOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-DEP.

         COPY DEPOSITO.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTPLA              PIC XX.
       77 FSTCUO              PIC XX.
       77 FSTCHQ              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTCHP              PIC XX.
       77 FSTLIQ              PIC XX.
       77 FSTCTB              PIC XX.
       77 FSTDEP              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 SW-FIN              PIC X.
       77 SW-FIN-PLA          PIC X.
       77 SW-PER              PIC X VALUE "N".
       77 SW-PLA              PIC X VALUE "N".
       77 SW-DEBITO           PIC X.
       77 SW-LIQ              PIC X.
       77 SW-RECAU            PIC X VALUE "N".
       77 WRECAU-FSDO         PIC 9(08) VALUE 0.
       77 ENT-CAJA            PIC 9(07)V99.
      *-- CLIENTE Y PLAN EN CURSO (SE LEEN UNA VEZ POR CAMBIO) -----*
       77 WCA-ANT             PIC 9(08) VALUE 0.
       77 WNRO-ANT            PIC 9(06) VALUE 0.
       77 WSUC-CLI            PIC 9(03) VALUE 0.
       77 WSUC-PLA            PIC 9(03) VALUE 0.
       77 WPLA-FECHA          PIC 9(08) VALUE 0.
       77 WPLA-VIGENTE        PIC X VALUE "N".
      *-- IMPORTE A UBICAR: FECHA, SUCURSAL, CONCEPTO E IMPORTE ----*
       77 WFECHA-FLU          PIC 9(08).
       77 WSUC                PIC 9(03).
       77 WCON                PIC 9.
       77 WIMP                PIC 9(09)V99.
       77 SEM-POS             PIC 99.
       77 SEM-ROJO            PIC 99 VALUE 0.
       77 SUC-POS             PIC 99.
       77 SUC-CANT            PIC 99 VALUE 0.
       77 CON-POS             PIC 9.
       77 MES-POS             PIC 9.
       77 MES-CANT            PIC 9 VALUE 0.
       77 I                   PIC 99.
       77 DIAS-REST           PIC 99.
       77 DIASMES             PIC 99.
       77 WAA-COC             PIC 9(4).
       77 WAA-RESTO           PIC 9.
      *-- ULTIMO PERIODO LIQUIDADO Y SU NETO SIN SAC ---------------*
       77 ULT-PER             PIC 9(06) VALUE 0.
       77 ULT-NETO            PIC 9(09)V99 VALUE 0.
       77 SALDO-CAJA          PIC S9(10)V99 VALUE 0.
       77 SALDO-BCO           PIC S9(10)V99 VALUE 0.
       77 SALDO               PIC S9(10)V99 VALUE 0.
       77 NETO                PIC S9(10)V99 VALUE 0.
       77 TOT-ING             PIC 9(10)V99 VALUE 0.
       77 TOT-EGR             PIC 9(10)V99 VALUE 0.
      *-- EL INFORME SALE AL SPOOL ---------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "FLUJOFON".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 R-WFECHA-HOY REDEFINES WFECHA-HOY PIC 9(8).

       01 WFECHA-TRAB.
          02 WAA-TRAB         PIC 9(4).
          02 WMM-TRAB         PIC 9(2).
          02 WDD-TRAB         PIC 9(2).
       01 R-WFECHA-TRAB REDEFINES WFECHA-TRAB PIC 9(8).

       01 WFECHA-MOV.
          02 WFM-AA           PIC 9(4).
          02 WFM-MM           PIC 9(2).
          02 WFM-DD           PIC 9(2).
       01 R-WFECHA-MOV REDEFINES WFECHA-MOV PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

      *-- ULTIMO DIA DE CADA UNA DE LAS 12 SEMANAS -----------------*
       01 TABLA-SEMANAS.
          02 LIM-SEM OCCURS 12 TIMES PIC 9(8).

      *-- FINES DE MES DEL HORIZONTE, CON EL NETO LIQUIDADO --------*
       01 TABLA-MESES.
          02 TMES OCCURS 4 TIMES.
             03 TMES-PER      PIC 9(06).
             03 TMES-FECHA    PIC 9(08).
             03 TMES-NETO     PIC 9(09)V99.

      *-- CUENTAS BANCARIAS POR CODIGO: FECHA DEL SALDO INICIAL ----*
       01 TABLA-CUENTAS.
          02 TCTA OCCURS 99 TIMES.
             03 TCTA-EXISTE   PIC X.
             03 TCTA-FSDO     PIC 9(08).

      *-- POSICION 1 = SIN SUCURSAL (GASTOS GENERALES, BANCOS, ----*
      *-- SUELDOS) - LAS DEMAS SE CARGAN DE SUCURSAL.IND ----------*
       01 TABLA-SUCURSALES.
          02 TSUC OCCURS 30 TIMES.
             03 TSUC-COD      PIC 9(03).
             03 TSUC-DESC     PIC X(15).
             03 TSUC-MOV      PIC X.
             03 TSUC-ING OCCURS 12 TIMES PIC 9(09)V99.
             03 TSUC-EGR OCCURS 12 TIMES PIC 9(09)V99.

       01 TABLA-TOTALES.
          02 TOT-SEM-ING OCCURS 12 TIMES PIC 9(09)V99.
          02 TOT-SEM-EGR OCCURS 12 TIMES PIC 9(09)V99.

      *-- CONCEPTOS: 1 A 4 INGRESOS, 5 A 7 EGRESOS -----------------*
       01 TABLA-NOM-CONCEPTOS.
          02 FILLER PIC X(30) VALUE "COBRANZA CUENTA CORRIENTE".
          02 FILLER PIC X(30) VALUE "DEBITOS AUTOMATICOS".
          02 FILLER PIC X(30) VALUE "CUOTAS DE PLANES DE PAGO".
          02 FILLER PIC X(30) VALUE "CHEQUES DE TERCEROS".
          02 FILLER PIC X(30) VALUE "FACTURAS DE PROVEEDORES".
          02 FILLER PIC X(30) VALUE "CHEQUES PROPIOS A DEBITAR".
          02 FILLER PIC X(30) VALUE "SUELDOS".
       01 R-TABLA-NOM-CONCEPTOS REDEFINES TABLA-NOM-CONCEPTOS.
          02 NOM-CON OCCURS 7 TIMES PIC X(30).

       01 TABLA-CONCEPTOS.
          02 TOT-CON OCCURS 7 TIMES PIC 9(10)V99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(40) VALUE
             "FLUJO DE FONDOS PROYECTADO A 12 SEMANAS".
          02 FILLER PIC X(09) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULO-RANGO.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(06) VALUE "DESDE ".
          02 TR-DD  PIC 99/.
          02 TR-MM  PIC 99/.
          02 TR-AA  PIC 9(4).
          02 FILLER PIC X(07) VALUE " HASTA ".
          02 TH-DD  PIC 99/.
          02 TH-MM  PIC 99/.
          02 TH-AA  PIC 9(4).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(14) VALUE "SEM HASTA".
          02 FILLER PIC X(14) VALUE "     INGRESOS".
          02 FILLER PIC X(14) VALUE "      EGRESOS".
          02 FILLER PIC X(14) VALUE "         NETO".
          02 FILLER PIC X(15) VALUE "   SALDO PROY.".
          02 FILLER PIC X(09) VALUE SPACES.

       01  SUBRAYAR-CABECERA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-SUCURSAL.
           02 FILLER   PIC X(10) VALUE "SUCURSAL: ".
           02 SU-COD   PIC 9(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SU-DESC  PIC X(15).

       01  SALIDA-DE-DETALLE.
           02 SD-SEM   PIC Z9.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DD    PIC 99/.
           02 SD-MM    PIC 99/.
           02 SD-AA    PIC 9(4).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-ING   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-EGR   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NETO  PIC -Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-SALDO PIC -ZZ.ZZZ.ZZ9,99.
           02 SD-SALDO-X REDEFINES SD-SALDO PIC X(14).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-ROJO  PIC X(04).

       01  SALIDA-DE-SALDO.
           02 FILLER   PIC X(04) VALUE SPACES.
           02 SS-ROT   PIC X(30).
           02 FILLER   PIC X(27) VALUE SPACES.
           02 SS-SALDO PIC -ZZ.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTALES.
           02 FILLER   PIC X(04) VALUE SPACES.
           02 SL-ROT   PIC X(30).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SL-ING   PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SL-EGR   PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "FLUJOFON: PERSONA.IND NO ENCONTRADO (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FLUJO DE FONDOS PROYECTADO" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SALDO DE CAJA A HOY: " LINE 04 POSITION 05.
           ACCEPT ENT-CAJA LINE 04 POSITION 27.
           IF ENT-CAJA IS NOT NUMERIC
              MOVE 0 TO ENT-CAJA
           END-IF.
           MOVE ENT-CAJA TO SALDO-CAJA.
           DISPLAY "PROCESANDO..." LINE 06 POSITION 05.
           PERFORM ARMAR-SEMANAS.
           PERFORM CARGAR-SUCURSALES THRU F-CARGAR-SUCURSALES.
           PERFORM CALCULAR-SALDO-BANCOS THRU F-CALCULAR-SALDO-BANCOS.
           OPEN INPUT PLANES.
           IF FSTPLA = "00"
              MOVE "S" TO SW-PLA
           END-IF.
           PERFORM JUNTAR-PARTIDAS THRU F-JUNTAR-PARTIDAS.
           PERFORM JUNTAR-CUOTAS THRU F-JUNTAR-CUOTAS.
           PERFORM JUNTAR-CHEQUES THRU F-JUNTAR-CHEQUES.
           IF SW-PLA = "S"
              CLOSE PLANES
           END-IF.
           PERFORM JUNTAR-PROVEEDORES THRU F-JUNTAR-PROVEEDORES.
           PERFORM JUNTAR-CHEQUES-PROPIOS
              THRU F-JUNTAR-CHEQUES-PROPIOS.
           PERFORM JUNTAR-SUELDOS THRU F-JUNTAR-SUELDOS.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM IMPRIMIR-SALDO-INICIAL.
           MOVE 1 TO SUC-POS.
           PERFORM IMPRIMIR-SUCURSAL THRU F-IMPRIMIR-SUCURSAL
              UNTIL SUC-POS > SUC-CANT.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           PERFORM IMPRIMIR-CONCEPTOS.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-----------------------------------------------------------*
      *-- LA SEMANA 1 VA DE HOY A HOY + 6; CADA UNA SIGUIENTE    --*
      *-- TERMINA 7 DIAS DESPUES DE LA ANTERIOR                  --*
      *-----------------------------------------------------------*
       ARMAR-SEMANAS.
           MOVE R-WFECHA-HOY TO R-WFECHA-TRAB.
           MOVE 6 TO DIAS-REST.
           PERFORM SUMAR-UN-DIA UNTIL DIAS-REST = 0.
           MOVE R-WFECHA-TRAB TO LIM-SEM(1).
           MOVE 2 TO I.
           PERFORM ARMAR-UNA-SEMANA UNTIL I > 12.
      *-- FINES DE MES QUE CAEN EN EL HORIZONTE (PAGO DE SUELDOS) --*
           MOVE R-WFECHA-HOY TO R-WFECHA-TRAB.
           MOVE 0 TO MES-CANT.
           PERFORM ARMAR-UN-MES
              UNTIL R-WFECHA-TRAB > LIM-SEM(12) OR MES-CANT = 4.

       ARMAR-UNA-SEMANA.
           MOVE 7 TO DIAS-REST.
           PERFORM SUMAR-UN-DIA UNTIL DIAS-REST = 0.
           MOVE R-WFECHA-TRAB TO LIM-SEM(I).
           ADD 1 TO I.

       ARMAR-UN-MES.
           PERFORM CALCULAR-DIAS-DEL-MES.
           MOVE DIASMES TO WDD-TRAB.
           IF R-WFECHA-TRAB NOT > LIM-SEM(12)
              ADD 1 TO MES-CANT
              MOVE WAA-TRAB TO TMES-PER(MES-CANT)(1:4)
              MOVE WMM-TRAB TO TMES-PER(MES-CANT)(5:2)
              MOVE R-WFECHA-TRAB TO TMES-FECHA(MES-CANT)
              MOVE 0 TO TMES-NETO(MES-CANT)
              PERFORM AVANZAR-UN-DIA
           END-IF.

       SUMAR-UN-DIA.
           PERFORM AVANZAR-UN-DIA.
           SUBTRACT 1 FROM DIAS-REST.

       AVANZAR-UN-DIA.
           PERFORM CALCULAR-DIAS-DEL-MES.
           IF WDD-TRAB < DIASMES
              ADD 1 TO WDD-TRAB
           ELSE
              MOVE 1 TO WDD-TRAB
              IF WMM-TRAB = 12
                 MOVE 1 TO WMM-TRAB
                 ADD 1 TO WAA-TRAB
              ELSE
                 ADD 1 TO WMM-TRAB
              END-IF
           END-IF.

       CALCULAR-DIAS-DEL-MES.
           MOVE 31 TO DIASMES.
           IF WMM-TRAB = 04 OR WMM-TRAB = 06 OR WMM-TRAB = 09
              OR WMM-TRAB = 11
              MOVE 30 TO DIASMES
           END-IF.
           IF WMM-TRAB = 02
              MOVE 28 TO DIASMES
              DIVIDE WAA-TRAB BY 4 GIVING WAA-COC REMAINDER WAA-RESTO
              IF WAA-RESTO = 0
                 MOVE 29 TO DIASMES
              END-IF
           END-IF.

      *-----------------------------------------------------------*
      *-- TABLA DE SUCURSALES: LA POSICION 1 QUEDA PARA LO QUE   --*
      *-- NO ES DE NINGUNA (CODIGO 0)                            --*
      *-----------------------------------------------------------*
       CARGAR-SUCURSALES.
           INITIALIZE TABLA-SUCURSALES TABLA-TOTALES TABLA-CONCEPTOS.
           MOVE 1 TO SUC-CANT.
           MOVE 0 TO TSUC-COD(1).
           MOVE "GENERAL" TO TSUC-DESC(1).
           MOVE "N" TO TSUC-MOV(1).
           OPEN INPUT MAESUC.
           IF FSTSUC NOT = "00"
              GO TO F-CARGAR-SUCURSALES
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM LEER-SUCURSAL THRU F-LEER-SUCURSAL
              UNTIL SW-FIN = "S".
           CLOSE MAESUC.
       F-CARGAR-SUCURSALES.
           EXIT.

       LEER-SUCURSAL.
           READ MAESUC NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-SUCURSAL
           END-IF.
           IF MSUC = 0 OR SUC-CANT = 30
              GO TO F-LEER-SUCURSAL
           END-IF.
           ADD 1 TO SUC-CANT.
           MOVE MSUC TO TSUC-COD(SUC-CANT).
           MOVE MDSUC TO TSUC-DESC(SUC-CANT).
           MOVE "N" TO TSUC-MOV(SUC-CANT).
       F-LEER-SUCURSAL.
           EXIT.

      *-----------------------------------------------------------*
      *-- SALDO DE BANCOS A HOY: EL INICIAL DE CADA CUENTA MAS   --*
      *-- LO MOVIDO DESDE SU FECHA HASTA HOY, COMO EN LIBBCO (LO --*
      *-- QUE FALTA DEBITAR ENTRA EN LAS SEMANAS COMO EGRESO)    --*
      *-----------------------------------------------------------*
       CALCULAR-SALDO-BANCOS.
           INITIALIZE TABLA-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FSTCTB NOT = "00"
              GO TO F-CALCULAR-SALDO-BANCOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM LEER-CUENTA THRU F-LEER-CUENTA
              UNTIL SW-FIN = "S".
           CLOSE CUENTAS.
           OPEN INPUT CHEQUES-PROPIOS.
           IF FSTCHP = "00"
              MOVE "N" TO SW-FIN
              PERFORM DEBITAR-CHEQUE THRU F-DEBITAR-CHEQUE
                 UNTIL SW-FIN = "S"
              CLOSE CHEQUES-PROPIOS
           END-IF.
           OPEN INPUT DEPOSITOS.
           IF FSTDEP = "00"
              MOVE "N" TO SW-FIN
              PERFORM ACREDITAR-DEPOSITO THRU F-ACREDITAR-DEPOSITO
                 UNTIL SW-FIN = "S"
              CLOSE DEPOSITOS
           END-IF.
       F-CALCULAR-SALDO-BANCOS.
           EXIT.

       LEER-CUENTA.
           READ CUENTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-CUENTA
           END-IF.
           IF CBCOD = 0
              GO TO F-LEER-CUENTA
           END-IF.
           MOVE "S" TO TCTA-EXISTE(CBCOD).
           MOVE CBFSDO TO TCTA-FSDO(CBCOD).
           ADD CBSDOINI TO SALDO-BCO.
      *-- LOS DEPOSITOS VAN SOLO A LA RECAUDADORA (HAY UNA SOLA) --*
           IF CTB-RECAUDADORA
              MOVE "S" TO SW-RECAU
              MOVE CBFSDO TO WRECAU-FSDO
           END-IF.
       F-LEER-CUENTA.
           EXIT.

       DEBITAR-CHEQUE.
           READ CHEQUES-PROPIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-DEBITAR-CHEQUE
           END-IF.
           IF CPCTA = 0 OR NOT CHP-DEBITADO
              GO TO F-DEBITAR-CHEQUE
           END-IF.
           IF TCTA-EXISTE(CPCTA) = "S"
              AND CPFDEB > TCTA-FSDO(CPCTA)
              AND CPFDEB NOT > R-WFECHA-HOY
              SUBTRACT CPIMP FROM SALDO-BCO
           END-IF.
       F-DEBITAR-CHEQUE.
           EXIT.

       ACREDITAR-DEPOSITO.
           READ DEPOSITOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-ACREDITAR-DEPOSITO
           END-IF.
           IF SW-RECAU = "S"
              AND DPFECHA > WRECAU-FSDO
              AND DPFECHA NOT > R-WFECHA-HOY
              ADD DPIMP TO SALDO-BCO
           END-IF.
       F-ACREDITAR-DEPOSITO.
           EXIT.

      *-----------------------------------------------------------*
      *-- INGRESOS: PARTIDAS ABIERTAS DE LOS CLIENTES - MOVPER   --*
      *-- VIENE POR CLIENTE: PERSONA Y EL PLAN SE LEEN AL CAMBIAR--*
      *-----------------------------------------------------------*
       JUNTAR-PARTIDAS.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              GO TO F-JUNTAR-PARTIDAS
           END-IF.
           MOVE 0 TO WCA-ANT.
           MOVE "N" TO SW-FIN.
           PERFORM TOMAR-PARTIDA THRU F-TOMAR-PARTIDA
              UNTIL SW-FIN = "S".
           CLOSE MOVIMIENTOS.
       F-JUNTAR-PARTIDAS.
           EXIT.

       TOMAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-PARTIDA
           END-IF.
           IF NOT MOV-DEBE OR MOV-RETENIDO OR MVSDO = 0
              GO TO F-TOMAR-PARTIDA
           END-IF.
           IF MVCA NOT = WCA-ANT
              PERFORM CAMBIO-CLIENTE THRU F-CAMBIO-CLIENTE
           END-IF.
      *-- LO REFINANCIADO POR EL PLAN ENTRA POR SUS CUOTAS -------*
           IF WPLA-FECHA > 0 AND MVFECHA NOT > WPLA-FECHA
              GO TO F-TOMAR-PARTIDA
           END-IF.
           MOVE MVVTO TO WFECHA-FLU.
           IF MVVTO = 0
              MOVE MVFECHA TO WFECHA-FLU
           END-IF.
           MOVE WSUC-CLI TO WSUC.
           MOVE MVSDO TO WIMP.
           MOVE 1 TO WCON.
           IF SW-DEBITO = "S"
              MOVE 2 TO WCON
           END-IF.
           PERFORM UBICAR-IMPORTE THRU F-UBICAR-IMPORTE.
       F-TOMAR-PARTIDA.
           EXIT.

       CAMBIO-CLIENTE.
           MOVE MVCA TO WCA-ANT.
           MOVE 0 TO WSUC-CLI WPLA-FECHA.
           MOVE "N" TO SW-DEBITO.
           MOVE MVCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE PSU TO WSUC-CLI
                 IF PDEB = "S" AND PCBU NOT = SPACES
                    MOVE "S" TO SW-DEBITO
                 END-IF
           END-READ.
           IF SW-PLA NOT = "S"
              GO TO F-CAMBIO-CLIENTE
           END-IF.
           MOVE MVCA TO PLCA.
           MOVE "N" TO SW-FIN-PLA.
           START PLANES KEY IS EQUAL PLCA
              INVALID KEY MOVE "S" TO SW-FIN-PLA
           END-START.
           PERFORM MIRAR-PLAN THRU F-MIRAR-PLAN
              UNTIL SW-FIN-PLA = "S".
       F-CAMBIO-CLIENTE.
           EXIT.

       MIRAR-PLAN.
           READ PLANES NEXT RECORD AT END MOVE "S" TO SW-FIN-PLA.
           IF SW-FIN-PLA = "S"
              GO TO F-MIRAR-PLAN
           END-IF.
           IF PLCA NOT = WCA-ANT
              MOVE "S" TO SW-FIN-PLA
              GO TO F-MIRAR-PLAN
           END-IF.
           IF PLA-VIGENTE AND PLFECHA > WPLA-FECHA
              MOVE PLFECHA TO WPLA-FECHA
           END-IF.
       F-MIRAR-PLAN.
           EXIT.

      *-----------------------------------------------------------*
      *-- INGRESOS: CUOTAS PENDIENTES DE LOS PLANES VIGENTES     --*
      *-----------------------------------------------------------*
       JUNTAR-CUOTAS.
           IF SW-PLA NOT = "S"
              GO TO F-JUNTAR-CUOTAS
           END-IF.
           OPEN INPUT CUOTAS.
           IF FSTCUO NOT = "00"
              GO TO F-JUNTAR-CUOTAS
           END-IF.
           MOVE 0 TO WNRO-ANT.
           MOVE "N" TO SW-FIN.
           PERFORM TOMAR-CUOTA THRU F-TOMAR-CUOTA
              UNTIL SW-FIN = "S".
           CLOSE CUOTAS.
       F-JUNTAR-CUOTAS.
           EXIT.

       TOMAR-CUOTA.
           READ CUOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-CUOTA
           END-IF.
           IF NOT CUO-PENDIENTE OR PCPAG NOT < PCIMP
              GO TO F-TOMAR-CUOTA
           END-IF.
           IF PCNRO NOT = WNRO-ANT
              PERFORM CAMBIO-PLAN
           END-IF.
           IF WPLA-VIGENTE NOT = "S"
              GO TO F-TOMAR-CUOTA
           END-IF.
           MOVE PCVTO TO WFECHA-FLU.
           MOVE WSUC-PLA TO WSUC.
           SUBTRACT PCPAG FROM PCIMP GIVING WIMP.
           MOVE 3 TO WCON.
           PERFORM UBICAR-IMPORTE THRU F-UBICAR-IMPORTE.
       F-TOMAR-CUOTA.
           EXIT.

       CAMBIO-PLAN.
           MOVE PCNRO TO WNRO-ANT.
           MOVE "N" TO WPLA-VIGENTE.
           MOVE 0 TO WSUC-PLA.
           MOVE PCNRO TO PLNRO.
           READ PLANES KEY IS PLNRO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PLA-VIGENTE
                    MOVE "S" TO WPLA-VIGENTE
                    MOVE PLCA TO PCA
                    READ PERSONA KEY IS PCA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE PSU TO WSUC-PLA
                    END-READ
                 END-IF
           END-READ.

      *-----------------------------------------------------------*
      *-- INGRESOS: CHEQUES DE TERCEROS EN CARTERA (NI           --*
      *-- DEPOSITADOS, NI ENDOSADOS, NI RECHAZADOS)              --*
      *-----------------------------------------------------------*
       JUNTAR-CHEQUES.
           OPEN INPUT CHEQUES.
           IF FSTCHQ NOT = "00"
              GO TO F-JUNTAR-CHEQUES
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM TOMAR-CHEQUE THRU F-TOMAR-CHEQUE
              UNTIL SW-FIN = "S".
           CLOSE CHEQUES.
       F-JUNTAR-CHEQUES.
           EXIT.

       TOMAR-CHEQUE.
           READ CHEQUES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-CHEQUE
           END-IF.
      *-- LOS QUE VIAJAN EN UNA REMESA SIGUEN SIENDO COBRABLES ----*
           IF NOT CHQ-CARTERA AND NOT CHQ-EN-TRANSITO
              GO TO F-TOMAR-CHEQUE
           END-IF.
           MOVE CHFCOBRO TO WFECHA-FLU.
           MOVE 0 TO WSUC.
           MOVE CHCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE PSU TO WSUC
           END-READ.
           MOVE CHIMP TO WIMP.
           MOVE 4 TO WCON.
           PERFORM UBICAR-IMPORTE THRU F-UBICAR-IMPORTE.
       F-TOMAR-CHEQUE.
           EXIT.

      *-----------------------------------------------------------*
      *-- EGRESOS: SALDO DE FACTURAS Y CHEQUES DEVUELTOS DE LOS  --*
      *-- PROVEEDORES (LAS NOTAS DE CREDITO YA RESTAN AL PAGAR)  --*
      *-----------------------------------------------------------*
       JUNTAR-PROVEEDORES.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV NOT = "00"
              GO TO F-JUNTAR-PROVEEDORES
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM TOMAR-COMPROBANTE THRU F-TOMAR-COMPROBANTE
              UNTIL SW-FIN = "S".
           CLOSE COMPROBANTES.
       F-JUNTAR-PROVEEDORES.
           EXIT.

       TOMAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-COMPROBANTE
           END-IF.
           IF MPSDO = 0
              GO TO F-TOMAR-COMPROBANTE
           END-IF.
           IF (PRV-FACTURA AND NOT PRV-NOTA-CREDITO)
              OR PRV-CHEQUE-DEVUELTO
              CONTINUE
           ELSE
              GO TO F-TOMAR-COMPROBANTE
           END-IF.
           MOVE MPVTO TO WFECHA-FLU.
           IF MPVTO = 0
              MOVE MPFECHA TO WFECHA-FLU
           END-IF.
           MOVE MPSUC TO WSUC.
           MOVE MPSDO TO WIMP.
           MOVE 5 TO WCON.
           PERFORM UBICAR-IMPORTE THRU F-UBICAR-IMPORTE.
       F-TOMAR-COMPROBANTE.
           EXIT.

      *-----------------------------------------------------------*
      *-- EGRESOS: CHEQUES PROPIOS EMITIDOS O ENTREGADOS QUE     --*
      *-- TODAVIA NO SE DEBITARON, A SU FECHA DE PAGO            --*
      *-----------------------------------------------------------*
       JUNTAR-CHEQUES-PROPIOS.
           OPEN INPUT CHEQUES-PROPIOS.
           IF FSTCHP NOT = "00"
              GO TO F-JUNTAR-CHEQUES-PROPIOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM TOMAR-CHEQUE-PROPIO THRU F-TOMAR-CHEQUE-PROPIO
              UNTIL SW-FIN = "S".
           CLOSE CHEQUES-PROPIOS.
       F-JUNTAR-CHEQUES-PROPIOS.
           EXIT.

       TOMAR-CHEQUE-PROPIO.
           READ CHEQUES-PROPIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-CHEQUE-PROPIO
           END-IF.
           IF NOT CHP-EMITIDO AND NOT CHP-ENTREGADO
              GO TO F-TOMAR-CHEQUE-PROPIO
           END-IF.
      *-- LO ANTERIOR AL SALDO INICIAL DE LA CUENTA YA RESTO -----*
           IF CPCTA > 0
              IF TCTA-EXISTE(CPCTA) = "S"
                 AND CPFPAGO NOT > TCTA-FSDO(CPCTA)
                 GO TO F-TOMAR-CHEQUE-PROPIO
              END-IF
           END-IF.
           MOVE CPFPAGO TO WFECHA-FLU.
           MOVE 0 TO WSUC.
           MOVE CPIMP TO WIMP.
           MOVE 6 TO WCON.
           PERFORM UBICAR-IMPORTE THRU F-UBICAR-IMPORTE.
       F-TOMAR-CHEQUE-PROPIO.
           EXIT.

      *-----------------------------------------------------------*
      *-- EGRESOS: SUELDOS DE CADA FIN DE MES DEL HORIZONTE -   --*
      *-- SI EL MES NO SE LIQUIDO TODAVIA SE ESTIMA CON EL NETO --*
      *-- SIN SAC DEL ULTIMO MES LIQUIDADO                      --*
      *-----------------------------------------------------------*
       JUNTAR-SUELDOS.
           IF MES-CANT = 0
              GO TO F-JUNTAR-SUELDOS
           END-IF.
           OPEN INPUT LIQUIDACIONES.
           IF FSTLIQ NOT = "00"
              GO TO F-JUNTAR-SUELDOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM SUMAR-LIQUIDACION THRU F-SUMAR-LIQUIDACION
              UNTIL SW-FIN = "S".
           IF ULT-PER > 0
              MOVE "N" TO SW-FIN
              MOVE ZEROS TO LQCLAVE
              START LIQUIDACIONES KEY IS NOT LESS THAN LQCLAVE
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM SUMAR-ULTIMO-MES THRU F-SUMAR-ULTIMO-MES
                 UNTIL SW-FIN = "S"
           END-IF.
           CLOSE LIQUIDACIONES.
           MOVE 1 TO MES-POS.
           PERFORM UBICAR-SUELDO UNTIL MES-POS > MES-CANT.
       F-JUNTAR-SUELDOS.
           EXIT.

       SUMAR-LIQUIDACION.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUMAR-LIQUIDACION
           END-IF.
           IF LQPER > ULT-PER
              MOVE LQPER TO ULT-PER
           END-IF.
           MOVE 1 TO MES-POS.
           PERFORM MIRAR-MES UNTIL MES-POS > MES-CANT.
       F-SUMAR-LIQUIDACION.
           EXIT.

       MIRAR-MES.
           IF LQPER = TMES-PER(MES-POS)
              ADD LQNETO TO TMES-NETO(MES-POS)
           END-IF.
           ADD 1 TO MES-POS.

       SUMAR-ULTIMO-MES.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUMAR-ULTIMO-MES
           END-IF.
           IF LQPER = ULT-PER
              ADD LQNETO TO ULT-NETO
              SUBTRACT LQSAC FROM ULT-NETO
           END-IF.
       F-SUMAR-ULTIMO-MES.
           EXIT.

       UBICAR-SUELDO.
           MOVE TMES-FECHA(MES-POS) TO WFECHA-FLU.
           MOVE 0 TO WSUC.
           MOVE TMES-NETO(MES-POS) TO WIMP.
           IF WIMP = 0
              MOVE ULT-NETO TO WIMP
           END-IF.
           MOVE 7 TO WCON.
           PERFORM UBICAR-IMPORTE THRU F-UBICAR-IMPORTE.
           ADD 1 TO MES-POS.

      *-----------------------------------------------------------*
      *-- SUMA WIMP EN LA SEMANA DE WFECHA-FLU (LO VENCIDO VA A  --*
      *-- LA PRIMERA), LA SUCURSAL WSUC Y EL CONCEPTO WCON       --*
      *-----------------------------------------------------------*
       UBICAR-IMPORTE.
           IF WIMP = 0
              GO TO F-UBICAR-IMPORTE
           END-IF.
           MOVE 1 TO SEM-POS.
           PERFORM BUSCAR-SEMANA
              UNTIL SEM-POS > 12 OR WFECHA-FLU NOT > LIM-SEM(SEM-POS).
           IF SEM-POS > 12
              GO TO F-UBICAR-IMPORTE
           END-IF.
           MOVE 1 TO SUC-POS.
           PERFORM BUSCAR-SUCURSAL
              UNTIL SUC-POS > SUC-CANT OR TSUC-COD(SUC-POS) = WSUC.
      *-- SUCURSAL QUE NO ESTA EN SUCURSAL.IND: SE AGREGA SI HAY --*
      *-- LUGAR; SI NO, VA A GENERAL -------------------------------*
           IF SUC-POS > SUC-CANT
              IF SUC-CANT < 30
                 ADD 1 TO SUC-CANT
                 MOVE SUC-CANT TO SUC-POS
                 MOVE WSUC TO TSUC-COD(SUC-POS)
                 MOVE "NO REGISTRADA" TO TSUC-DESC(SUC-POS)
              ELSE
                 MOVE 1 TO SUC-POS
              END-IF
           END-IF.
           MOVE "S" TO TSUC-MOV(SUC-POS).
           IF WCON < 5
              ADD WIMP TO TSUC-ING(SUC-POS, SEM-POS)
              ADD WIMP TO TOT-SEM-ING(SEM-POS)
           ELSE
              ADD WIMP TO TSUC-EGR(SUC-POS, SEM-POS)
              ADD WIMP TO TOT-SEM-EGR(SEM-POS)
           END-IF.
           ADD WIMP TO TOT-CON(WCON).
       F-UBICAR-IMPORTE.
           EXIT.

       BUSCAR-SEMANA.
           ADD 1 TO SEM-POS.

       BUSCAR-SUCURSAL.
           ADD 1 TO SUC-POS.

      *-----------------------------------------------------------*
      *-- IMPRESION                                              --*
      *-----------------------------------------------------------*
       IMPRIMIR-SALDO-INICIAL.
           ADD SALDO-CAJA SALDO-BCO GIVING SALDO.
           MOVE "SALDO DE CAJA" TO SS-ROT.
           MOVE SALDO-CAJA TO SS-SALDO.
           MOVE SALIDA-DE-SALDO TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "SALDO DE BANCOS" TO SS-ROT.
           MOVE SALDO-BCO TO SS-SALDO.
           MOVE SALIDA-DE-SALDO TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "SALDO INICIAL" TO SS-ROT.
           MOVE SALDO TO SS-SALDO.
           MOVE SALIDA-DE-SALDO TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-SUCURSAL.
           IF TSUC-MOV(SUC-POS) NOT = "S"
              ADD 1 TO SUC-POS
              GO TO F-IMPRIMIR-SUCURSAL
           END-IF.
           IF L > 5
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.
           MOVE TSUC-COD(SUC-POS) TO SU-COD.
           MOVE TSUC-DESC(SUC-POS) TO SU-DESC.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-SUCURSAL TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 0 TO TOT-ING TOT-EGR.
           MOVE 1 TO I.
           PERFORM IMPRIMIR-SEMANA-SUC UNTIL I > 12.
           MOVE "TOTAL SUCURSAL" TO SL-ROT.
           MOVE TOT-ING TO SL-ING.
           MOVE TOT-EGR TO SL-EGR.
           PERFORM ESCRIBIR-TOTAL.
           ADD 1 TO SUC-POS.
       F-IMPRIMIR-SUCURSAL.
           EXIT.

       IMPRIMIR-SEMANA-SUC.
           PERFORM ARMAR-LINEA-SEMANA.
           MOVE TSUC-ING(SUC-POS, I) TO SD-ING.
           MOVE TSUC-EGR(SUC-POS, I) TO SD-EGR.
           ADD TSUC-ING(SUC-POS, I) TO TOT-ING.
           ADD TSUC-EGR(SUC-POS, I) TO TOT-EGR.
           SUBTRACT TSUC-EGR(SUC-POS, I) FROM TSUC-ING(SUC-POS, I)
              GIVING NETO.
           MOVE NETO TO SD-NETO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO I.

       ARMAR-LINEA-SEMANA.
           MOVE SPACES TO R-IMP.
           MOVE I TO SD-SEM.
           MOVE LIM-SEM(I) TO R-WFECHA-MOV.
           MOVE WFM-DD TO SD-DD.
           MOVE WFM-MM TO SD-MM.
           MOVE WFM-AA TO SD-AA.
           MOVE SPACES TO SD-SALDO-X SD-ROJO.

      *-- EL TOTAL LLEVA EL SALDO PROYECTADO AL CIERRE DE CADA ----*
      *-- SEMANA, MARCANDO LAS QUE QUEDAN EN ROJO ------------------*
       IMPRIMIR-TOTAL-GENERAL.
           IF L > 5
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL GENERAL" TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 0 TO TOT-ING TOT-EGR SEM-ROJO.
           MOVE 1 TO I.
           PERFORM IMPRIMIR-SEMANA-TOTAL UNTIL I > 12.
           MOVE "TOTAL 12 SEMANAS" TO SL-ROT.
           MOVE TOT-ING TO SL-ING.
           MOVE TOT-EGR TO SL-EGR.
           PERFORM ESCRIBIR-TOTAL.

       IMPRIMIR-SEMANA-TOTAL.
           PERFORM ARMAR-LINEA-SEMANA.
           MOVE TOT-SEM-ING(I) TO SD-ING.
           MOVE TOT-SEM-EGR(I) TO SD-EGR.
           ADD TOT-SEM-ING(I) TO TOT-ING.
           ADD TOT-SEM-EGR(I) TO TOT-EGR.
           SUBTRACT TOT-SEM-EGR(I) FROM TOT-SEM-ING(I) GIVING NETO.
           MOVE NETO TO SD-NETO.
           ADD NETO TO SALDO.
           MOVE SALDO TO SD-SALDO.
           IF SALDO < 0
              MOVE "ROJO" TO SD-ROJO
              IF SEM-ROJO = 0
                 MOVE I TO SEM-ROJO
              END-IF
           END-IF.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO I.

       IMPRIMIR-CONCEPTOS.
           PERFORM ING-TECLA.
           PERFORM IMPRIMIR-TITULOS.
           MOVE SPACES TO R-IMP.
           MOVE "RESUMEN POR CONCEPTO" TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 1 TO CON-POS.
           PERFORM IMPRIMIR-UN-CONCEPTO UNTIL CON-POS > 7.
           MOVE "SALDO PROYECTADO A 12 SEMANAS" TO SS-ROT.
           MOVE SALDO TO SS-SALDO.
           MOVE SALIDA-DE-SALDO TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           IF SEM-ROJO = 0
              MOVE "EL SALDO PROYECTADO NO QUEDA EN ROJO EN 12 SEMANAS"
                 TO R-IMP
           ELSE
              MOVE LIM-SEM(SEM-ROJO) TO R-WFECHA-MOV
              STRING "EL SALDO QUEDA EN ROJO EN LA SEMANA "
                        DELIMITED BY SIZE
                     SEM-ROJO DELIMITED BY SIZE
                     " (AL " DELIMITED BY SIZE
                     WFM-DD DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WFM-MM DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WFM-AA DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO R-IMP
           END-IF.
           ADD 2 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           WRITE R-IMP.

       IMPRIMIR-UN-CONCEPTO.
           MOVE NOM-CON(CON-POS) TO SL-ROT.
           MOVE 0 TO SL-ING SL-EGR.
           IF CON-POS < 5
              MOVE TOT-CON(CON-POS) TO SL-ING
           ELSE
              MOVE TOT-CON(CON-POS) TO SL-EGR
           END-IF.
           PERFORM ESCRIBIR-TOTAL.
           ADD 1 TO CON-POS.

       ESCRIBIR-LINEA.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           WRITE R-IMP.
           IF L NOT < WLIN-FOOT
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.

       ESCRIBIR-TOTAL.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.

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
           MOVE WDD-HOY TO TR-DD.
           MOVE WMM-HOY TO TR-MM.
           MOVE WAA-HOY TO TR-AA.
           MOVE LIM-SEM(12) TO R-WFECHA-MOV.
           MOVE WFM-DD TO TH-DD.
           MOVE WFM-MM TO TH-MM.
           MOVE WFM-AA TO TH-AA.
           MOVE TITULO-RANGO TO R-IMP.
           ADD 1 TO L.
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

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       FIN.
           CLOSE PERSONA IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
