      *** PRESREAL - PRESUPUESTO DE GASTOS CONTRA LO REAL          ***
      *** PARA EL PERIODO PEDIDO COMPARA, POR SUCURSAL Y RUBRO DE  ***
      *** GASTO, LO PRESUPUESTADO EN PRESUP.IND (VER ABMPRES)      ***
      *** CONTRA EL GASTO REAL DE MOVPROV.IND (FACTURAS, MENOS     ***
      *** NOTAS DE CREDITO, MAS EGRESOS DE CAJA, IGUAL QUE         ***
      *** GASTOMES) - DOS RENGLONES POR RUBRO: EL MES Y EL         ***
      *** ACUMULADO DEL ANIO HASTA EL MES, CON EL DESVIO EN        ***
      *** IMPORTE Y EN PORCENTAJE - LOS RUBROS EXCEDIDOS SE MARCAN ***
      *** (Y EN PANTALLA SALEN EN ROJO); EL GASTO SIN RUBRO SALE   ***
      *** COMO RUBRO 0 - SALE AL SPOOL                             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESREAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO ASSIGN TO DISK "PRESUP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PUCLAVE
           FILE STATUS IS FSTPRE.

           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

           SELECT RUBROS ASSIGN TO DISK "RUBGTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RBCOD
           FILE STATUS IS FSTRUB.

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
        FD PRESUPUESTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS R-PRE.

         COPY PRESUP.

        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD RUBROS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-RUB.

         COPY RUBGTO.

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
       77 FSTPRE              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTRUB              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 SW-TABLA-RUB        PIC X VALUE "N".
       77 SW-TABLA-SUC        PIC X VALUE "N".
       77 SW-ROJO             PIC X VALUE "N".
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "PRESREAL".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 WPERIODO            PIC 9(6).
       77 WANIO               PIC 9(4).
       77 WMES                PIC 9(2).
       77 WMES-MOV            PIC 9(2).
       77 WIMP                PIC S9(07)V99.
       77 WSUC-DESC           PIC X(15).
       77 WRUB-DESC           PIC X(15).
       77 SUC-ACT             PIC 9(03).
      *-- DESVIO = REAL - PRESUPUESTO (POSITIVO = EXCEDIDO) --------*
       77 WPRE                PIC S9(09)V99.
       77 WREA                PIC S9(09)V99.
       77 WDES                PIC S9(09)V99.
       77 WPCT                PIC S9(04)V9.

      *-- UN ELEMENTO POR SUCURSAL + RUBRO, ORDENADO POR ESA CLAVE -*
      *-- (UNO DE MAS PARA QUE LA BUSQUEDA NO SE SALGA DE LA TABLA) *
       77 TR-CANT             PIC 9(03) VALUE 0.
       77 TR-MAX              PIC 9(03) VALUE 300.
       77 TR-POS              PIC 9(03).
       77 TR-IDX              PIC 9(03).
       77 CANT-AFUERA         PIC 9(05) VALUE 0.
       01 WCLAVE.
          02 WCLAVE-SUC       PIC 9(03).
          02 WCLAVE-RUB       PIC 9(03).
       01 TABLA-RUBROS.
          02 TR-ELEM OCCURS 301 TIMES.
             03 TR-CLAVE.
                04 TR-SUC     PIC 9(03).
                04 TR-RUB     PIC 9(03).
             03 TR-PRE-MES    PIC S9(09)V99.
             03 TR-REA-MES    PIC S9(09)V99.
             03 TR-PRE-ACU    PIC S9(09)V99.
             03 TR-REA-ACU    PIC S9(09)V99.

      *-- SUBTOTAL DE LA SUCURSAL Y TOTAL GENERAL ------------------*
       01 TOTALES.
          02 TS-PRE-MES       PIC S9(09)V99.
          02 TS-REA-MES       PIC S9(09)V99.
          02 TS-PRE-ACU       PIC S9(09)V99.
          02 TS-REA-ACU       PIC S9(09)V99.
          02 TG-PRE-MES       PIC S9(09)V99.
          02 TG-REA-MES       PIC S9(09)V99.
          02 TG-PRE-ACU       PIC S9(09)V99.
          02 TG-REA-ACU       PIC S9(09)V99.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 TITULO-CABECERA.
          02 FILLER PIC X(08) VALUE SPACES.
          02 FILLER PIC X(39) VALUE
             "PRESUPUESTO DE GASTOS CONTRA REAL (MES ".
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(01) VALUE ")".

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(80) VALUE ALL "=".

       01 TITULOS-DETALLES.
          02 FILLER PIC X(03) VALUE "RUB".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(15) VALUE "DESCRIPCION".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "PER.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(11) VALUE "PRESUPUESTO".
          02 FILLER PIC X(08) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "REAL".
          02 FILLER PIC X(07) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "DESVIO $".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "DESV.%".

       01 SALIDA-SUCURSAL.
          02 FILLER   PIC X(09) VALUE "SUCURSAL ".
          02 SS-SUC   PIC ZZ9.
          02 FILLER   PIC X(03) VALUE " - ".
          02 SS-DESC  PIC X(15).

       01 SALIDA-DE-DETALLE.
          02 SD-RUB   PIC ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-DESC  PIC X(15).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-PER   PIC X(04).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-PRE   PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-REA   PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-DES   PIC Z.ZZZ.ZZ9,99-.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-PCT   PIC ZZZ9,9-.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-MARCA PIC X(08).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV NOT = "00"
              DISPLAY "PRESREAL: MOVPROV.IND NO ENCONTRADO (FST="
                 FSTMPV ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PRESUPUESTO.
           IF FSTPRE NOT = "00"
              DISPLAY "PRESREAL: PRESUP.IND NO ENCONTRADO - CARGUE EL "
                 "PRESUPUESTO CON ABMPRES"
              CLOSE COMPROBANTES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT RUBROS.
           IF FSTRUB = "00"
              MOVE "S" TO SW-TABLA-RUB
           END-IF.
           OPEN INPUT MAESUC.
           IF FSTSUC = "00"
              MOVE "S" TO SW-TABLA-SUC
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PRESUPUESTO DE GASTOS CONTRA REAL" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = MES ACTUAL): "
              LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 41.
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              MOVE WFECHA-HOY(1:6) TO WPERIODO
           END-IF.
           MOVE WPERIODO(1:4) TO WANIO.
           MOVE WPERIODO(5:2) TO WMES.
           IF WMES < 1 OR WMES > 12
              DISPLAY "PERIODO INVALIDO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA ON EXCEPTION C-T CONTINUE
              END-ACCEPT
              GO TO FIN-SIN-SPOOL
           END-IF.
           PERFORM CARGAR-PRESUPUESTO THRU F-CARGAR-PRESUPUESTO.
           PERFORM CARGAR-REAL THRU F-CARGAR-REAL.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 0 TO TG-PRE-MES TG-REA-MES TG-PRE-ACU TG-REA-ACU.
           MOVE 999 TO SUC-ACT.
           MOVE 1 TO TR-IDX.
           PERFORM IMPRIMIR-RUBRO THRU F-IMPRIMIR-RUBRO
              UNTIL TR-IDX > TR-CANT.
           IF TR-CANT > 0
              PERFORM CERRAR-SUCURSAL
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-----------------------------------------------------------*
      *-- PRESUPUESTO DEL ANIO HASTA EL MES PEDIDO               --*
      *-----------------------------------------------------------*
       CARGAR-PRESUPUESTO.
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO PUCLAVE.
           START PRESUPUESTO KEY IS NOT LESS THAN PUCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM TRATAR-PRESUPUESTO THRU F-TRATAR-PRESUPUESTO
              UNTIL SW-FIN = "S".
       F-CARGAR-PRESUPUESTO.
           EXIT.

       TRATAR-PRESUPUESTO.
           READ PRESUPUESTO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-PRESUPUESTO
           END-IF.
           IF PUANIO NOT = WANIO OR PUMES > WMES
              GO TO F-TRATAR-PRESUPUESTO
           END-IF.
           MOVE PUSUC TO WCLAVE-SUC.
           MOVE PURUB TO WCLAVE-RUB.
           PERFORM UBICAR-CLAVE THRU F-UBICAR-CLAVE.
           IF TR-POS = 0
              GO TO F-TRATAR-PRESUPUESTO
           END-IF.
           ADD PUIMP TO TR-PRE-ACU(TR-POS).
           IF PUMES = WMES
              ADD PUIMP TO TR-PRE-MES(TR-POS)
           END-IF.
       F-TRATAR-PRESUPUESTO.
           EXIT.

      *-----------------------------------------------------------*
      *-- GASTO REAL: FACTURAS (LAS NOTAS DE CREDITO RESTAN) Y   --*
      *-- EGRESOS DE CAJA DEL ANIO HASTA EL MES PEDIDO           --*
      *-----------------------------------------------------------*
       CARGAR-REAL.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO MPPROV MPFECHA MPSEC.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM TRATAR-COMPROBANTE THRU F-TRATAR-COMPROBANTE
              UNTIL SW-FIN = "S".
       F-CARGAR-REAL.
           EXIT.

       TRATAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
      *-- EL ADELANTO AL PERSONAL (EGRESO "ADL") NO ES GASTO: ES ---*
      *-- UN CREDITO CON EL EMPLEADO QUE CANCELAN LAS CUOTAS -------*
           IF MPTIP NOT = 1 AND MPTIP NOT = 3
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           IF MPTIP = 3 AND MPCTIPO = "ADL"
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           MOVE MPFECHA(5:2) TO WMES-MOV.
           IF MPFECHA(1:4) NOT = WANIO OR WMES-MOV > WMES
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           MOVE MPIMP TO WIMP.
           IF MPTIP = 1 AND PRV-NOTA-CREDITO
              COMPUTE WIMP = 0 - MPIMP
           END-IF.
           MOVE MPSUC TO WCLAVE-SUC.
           MOVE MPRUB TO WCLAVE-RUB.
           PERFORM UBICAR-CLAVE THRU F-UBICAR-CLAVE.
           IF TR-POS = 0
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           ADD WIMP TO TR-REA-ACU(TR-POS).
           IF WMES-MOV = WMES
              ADD WIMP TO TR-REA-MES(TR-POS)
           END-IF.
       F-TRATAR-COMPROBANTE.
           EXIT.

      *-- BUSCA LA CLAVE EN LA TABLA ORDENADA; SI NO ESTA LA ------*
      *-- INTERCALA EN SU LUGAR - SI LA TABLA ESTA LLENA DEVUELVE -*
      *-- CERO Y SE CUENTA COMO QUE QUEDO AFUERA ------------------*
       UBICAR-CLAVE.
           MOVE 1 TO TR-POS.
           PERFORM AVANZAR-CLAVE
              UNTIL TR-POS > TR-CANT OR TR-CLAVE(TR-POS) NOT < WCLAVE.
           IF TR-POS NOT > TR-CANT
              IF TR-CLAVE(TR-POS) = WCLAVE
                 GO TO F-UBICAR-CLAVE
              END-IF
           END-IF.
           IF TR-CANT NOT < TR-MAX
              ADD 1 TO CANT-AFUERA
              MOVE 0 TO TR-POS
              GO TO F-UBICAR-CLAVE
           END-IF.
           MOVE TR-CANT TO TR-IDX.
           PERFORM CORRER-ELEMENTO UNTIL TR-IDX < TR-POS.
           ADD 1 TO TR-CANT.
           MOVE WCLAVE TO TR-CLAVE(TR-POS).
           MOVE 0 TO TR-PRE-MES(TR-POS) TR-REA-MES(TR-POS)
                     TR-PRE-ACU(TR-POS) TR-REA-ACU(TR-POS).
       F-UBICAR-CLAVE.
           EXIT.

       AVANZAR-CLAVE.
           ADD 1 TO TR-POS.

       CORRER-ELEMENTO.
           MOVE TR-ELEM(TR-IDX) TO TR-ELEM(TR-IDX + 1).
           SUBTRACT 1 FROM TR-IDX.

      *-----------------------------------------------------------*
      *-- UN RUBRO: RENGLON DEL MES Y RENGLON DEL ACUMULADO,     --*
      *-- CON CORTE DE CONTROL POR SUCURSAL                      --*
      *-----------------------------------------------------------*
       IMPRIMIR-RUBRO.
           IF TR-SUC(TR-IDX) NOT = SUC-ACT
              IF SUC-ACT NOT = 999
                 PERFORM CERRAR-SUCURSAL
              END-IF
              PERFORM ABRIR-SUCURSAL
           END-IF.
           MOVE "SIN RUBRO" TO WRUB-DESC.
           IF TR-RUB(TR-IDX) NOT = 0
              MOVE "(SIN MAESTRO)" TO WRUB-DESC
              IF SW-TABLA-RUB = "S"
                 MOVE TR-RUB(TR-IDX) TO RBCOD
                 READ RUBROS KEY IS RBCOD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE RBDESC TO WRUB-DESC
                 END-READ
              END-IF
           END-IF.
           ADD TR-PRE-MES(TR-IDX) TO TS-PRE-MES.
           ADD TR-REA-MES(TR-IDX) TO TS-REA-MES.
           ADD TR-PRE-ACU(TR-IDX) TO TS-PRE-ACU.
           ADD TR-REA-ACU(TR-IDX) TO TS-REA-ACU.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE TR-RUB(TR-IDX) TO SD-RUB.
           MOVE WRUB-DESC TO SD-DESC.
           MOVE "MES " TO SD-PER.
           MOVE TR-PRE-MES(TR-IDX) TO WPRE.
           MOVE TR-REA-MES(TR-IDX) TO WREA.
           PERFORM ARMAR-DESVIO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE "ACUM" TO SD-PER.
           MOVE TR-PRE-ACU(TR-IDX) TO WPRE.
           MOVE TR-REA-ACU(TR-IDX) TO WREA.
           PERFORM ARMAR-DESVIO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO TR-IDX.
       F-IMPRIMIR-RUBRO.
           EXIT.

      *-- DESVIO EN IMPORTE Y EN PORCENTAJE SOBRE EL PRESUPUESTO; --*
      *-- SIN PRESUPUESTO NO HAY PORCENTAJE -----------------------*
       ARMAR-DESVIO.
           COMPUTE WDES = WREA - WPRE.
           MOVE WPRE TO SD-PRE.
           MOVE WREA TO SD-REA.
           MOVE WDES TO SD-DES.
           MOVE 0 TO WPCT.
           MOVE SPACES TO SD-MARCA.
           MOVE "N" TO SW-ROJO.
           IF WPRE > 0
              COMPUTE WPCT ROUNDED = WDES * 100 / WPRE
                 ON SIZE ERROR MOVE 9999,9 TO WPCT
              END-COMPUTE
              IF WDES > 0
                 MOVE "EXCEDIDO" TO SD-MARCA
                 MOVE "S" TO SW-ROJO
              END-IF
           ELSE
              IF WREA > 0
                 MOVE "SIN PRES" TO SD-MARCA
                 MOVE "S" TO SW-ROJO
              END-IF
           END-IF.
           MOVE WPCT TO SD-PCT.

       ABRIR-SUCURSAL.
           MOVE TR-SUC(TR-IDX) TO SUC-ACT.
           MOVE 0 TO TS-PRE-MES TS-REA-MES TS-PRE-ACU TS-REA-ACU.
           MOVE "GENERAL" TO WSUC-DESC.
           IF SUC-ACT NOT = 0
              MOVE "(SIN MAESTRO)" TO WSUC-DESC
              IF SW-TABLA-SUC = "S"
                 MOVE SUC-ACT TO MSUC
                 READ MAESUC KEY IS MSUC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE MDSUC TO WSUC-DESC
                 END-READ
              END-IF
           END-IF.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SUC-ACT TO SS-SUC.
           MOVE WSUC-DESC TO SS-DESC.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-SUCURSAL TO R-IMP.
           PERFORM GRABAR-LINEA.

       CERRAR-SUCURSAL.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE "TOTAL SUCURSAL" TO SD-DESC.
           MOVE "MES " TO SD-PER.
           MOVE TS-PRE-MES TO WPRE.
           MOVE TS-REA-MES TO WREA.
           PERFORM ARMAR-DESVIO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           MOVE SPACES TO R-IMP(1:3).
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE "ACUM" TO SD-PER.
           MOVE TS-PRE-ACU TO WPRE.
           MOVE TS-REA-ACU TO WREA.
           PERFORM ARMAR-DESVIO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           MOVE SPACES TO R-IMP(1:3).
           PERFORM GRABAR-LINEA.
           ADD TS-PRE-MES TO TG-PRE-MES.
           ADD TS-REA-MES TO TG-REA-MES.
           ADD TS-PRE-ACU TO TG-PRE-ACU.
           ADD TS-REA-ACU TO TG-REA-ACU.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WPERIODO TO TC-PER.
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
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE "TOTAL GENERAL" TO SD-DESC.
           MOVE "MES " TO SD-PER.
           MOVE TG-PRE-MES TO WPRE.
           MOVE TG-REA-MES TO WREA.
           PERFORM ARMAR-DESVIO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           MOVE SPACES TO R-IMP(1:3).
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE "ACUM" TO SD-PER.
           MOVE TG-PRE-ACU TO WPRE.
           MOVE TG-REA-ACU TO WREA.
           PERFORM ARMAR-DESVIO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           MOVE SPACES TO R-IMP(1:3).
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-ROJO.
           IF CANT-AFUERA > 0
              MOVE SPACES TO R-IMP
              STRING "ATENCION: " CANT-AFUERA
                     " MOVIMIENTOS NO ENTRARON EN LA TABLA DE RUBROS"
                     DELIMITED BY SIZE INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.

      *-- LOS RENGLONES EXCEDIDOS SALEN EN ROJO EN LA PANTALLA -----*
       GRABAR-LINEA.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           IF SW-ROJO = "S"
              DISPLAY R-IMP LINE L CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           ELSE
              DISPLAY R-IMP LINE L
           END-IF.
           MOVE "N" TO SW-ROJO.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".

       FIN-SIN-SPOOL.
           CLOSE COMPROBANTES PRESUPUESTO.
           IF SW-TABLA-RUB = "S"
              CLOSE RUBROS
           END-IF.
           IF SW-TABLA-SUC = "S"
              CLOSE MAESUC
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
