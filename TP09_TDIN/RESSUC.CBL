      *** RESSUC - ESTADO DE RESULTADOS MENSUAL POR SUCURSAL       ***
      *** PARA EL PERIODO PEDIDO Y EL MISMO MES DEL ANIO ANTERIOR  ***
      *** ARMA, POR SUCURSAL:                                      ***
      ***   + FACTURACION EMITIDA (FACTURA.IND POR FCSUC, SIN LAS  ***
      ***     ANULADAS)                                            ***
      ***   + CUOTAS DE GENCUO (MOVPER.IND, CONCEPTO "CUOTA"), EN  ***
      ***     LA SUCURSAL DEL ALUMNO DEL RESPONSABLE (ALUPAG.IND / ***
      ***     MAEALU.IND; SIN ALUMNO, LA DEL RESPONSABLE)          ***
      ***   - NOTAS DE CREDITO (NOTACD.IND), SUCURSAL DEL CLIENTE  ***
      ***   - BECAS VIGENTES EN EL MES, AL COSTO DE INFBECA        ***
      ***     (ARANCEL DEL CURSO POR EL PORCENTAJE DE BECA)        ***
      ***   - GASTOS DE MOVPROV.IND POR MPSUC (FACTURAS MENOS      ***
      ***     NOTAS DE CREDITO MAS EGRESOS DE CAJA, COMO GASTOMES; ***
      ***     SIN LOS ADELANTOS AL PERSONAL, QUE NO SON GASTO)     ***
      ***   - SUELDOS (REMUNERACION DE LIQSUE.IND, COMO EL         ***
      ***     DIARIO) EN LA SUCURSAL QUE ATIENDE LA LOCALIDAD      ***
      ***     DEL EMPLEADO (LOCSUC.IND; SIN MAPA VA A GENERAL)     ***
      *** = RESULTADO, CON EL TOTAL DE LA EMPRESA AL FINAL Y LA    ***
      *** VARIACION CONTRA EL ANIO ANTERIOR - SALE AL SPOOL        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESSUC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT VINCULOS ASSIGN TO DISK "ALUPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APALU
           ALTERNATE RECORD KEY IS APCA DUPLICATES
           FILE STATUS IS FSTAPG.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

           SELECT BECAS ASSIGN TO DISK "BECA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BEALU
           FILE STATUS IS FSTBEC.

           SELECT ARANCELES ASSIGN TO DISK "ARANCEL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARCUR
           FILE STATUS IS FSTARA.

           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

           SELECT LIQUIDACIONES ASSIGN TO DISK "LIQSUE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LQCLAVE
           FILE STATUS IS FSTLIQ.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EM-MCA
           FILE STATUS IS FSTEMP.

           SELECT MAPALS ASSIGN TO DISK "LOCSUC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LSCLAVE
           FILE STATUS IS FSTLS.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD VINCULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-APG.

         COPY ALUPAG.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

        FD BECAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-BEC.

         COPY BECA.

        FD ARANCELES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-ARA.

         COPY ARANCEL.

        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD LIQUIDACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

         COPY LIQSUE.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-MAEEMP.

         COPY EMPLEADO REPLACING ==R-EMP== BY ==R-MAEEMP==
                                 ==MCA== BY ==EM-MCA==
                                 ==MAN== BY ==EM-MAN==
                                 ==MSB== BY ==EM-MSB==
                                 ==MLO== BY ==EM-MLO==
                                 ==MANT== BY ==EM-MANT==
                                 ==MSE== BY ==EM-MSE==
                                 ==MCATE== BY ==EM-MCATE==.

        FD MAPALS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-LS.

         COPY LOCSUC.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTSUC              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTNOT              PIC XX.
       77 FSTBEC              PIC XX.
       77 FSTARA              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTLIQ              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTLS               PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 SW-ROJO             PIC X VALUE "N".
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "RESSUC  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

      *-- COLUMNA 1 = PERIODO PEDIDO, COLUMNA 2 = UN ANIO ANTES ----*
       01 TABLA-PERIODOS.
          02 WPER OCCURS 2 TIMES PIC 9(6).
       77 WPERIODO            PIC 9(6).
       77 WPER-MOV            PIC 9(6).
       77 PCOL                PIC 9.
       77 CON                 PIC 9.
       77 WSUC                PIC 9(03).
       77 WIMP                PIC S9(09)V99.
       77 WCOSTO              PIC 9(07)V99.
      *-- EL ULTIMO RESPONSABLE CON CUOTA Y LA SUCURSAL DE SU ------*
      *-- ALUMNO (LAS CUOTAS DE UNA CUENTA VIENEN JUNTAS) -----------*
       77 WCA-ULT             PIC 9(08) VALUE 0.
       77 WSUC-ULT            PIC 9(03) VALUE 0.

       77 SUC-POS             PIC 99.
       77 SUC-CANT            PIC 99 VALUE 0.
      *-- LA POSICION 1 ES GENERAL (CODIGO 0) ----------------------*
       01 TABLA-SUCURSALES.
          02 TSUC OCCURS 30 TIMES.
             03 TSUC-COD      PIC 9(03).
             03 TSUC-DESC     PIC X(15).
             03 TSUC-MOV      PIC X.
             03 TSUC-COL OCCURS 2 TIMES.
                04 TSUC-IMP OCCURS 6 TIMES PIC S9(09)V99.

      *-- TOTAL DE LA EMPRESA Y EL BLOQUE QUE SE ESTA IMPRIMIENDO --*
       01 TABLA-TOTALES.
          02 TOT-COL OCCURS 2 TIMES.
             03 TOT-IMP OCCURS 6 TIMES PIC S9(09)V99.
       01 TABLA-BLOQUE.
          02 BLQ-COL OCCURS 2 TIMES.
             03 BLQ-IMP OCCURS 6 TIMES PIC S9(09)V99.
       01 TABLA-RESULTADO.
          02 BLQ-RES OCCURS 2 TIMES PIC S9(09)V99.

      *-- LOS CONCEPTOS 1 Y 2 SUMAN; DEL 3 AL 6 RESTAN -------------*
       01 NOMBRES-CONCEPTOS.
          02 FILLER  PIC X(22) VALUE "FACTURACION EMITIDA   ".
          02 FILLER  PIC X(22) VALUE "CUOTAS                ".
          02 FILLER  PIC X(22) VALUE "NOTAS DE CREDITO      ".
          02 FILLER  PIC X(22) VALUE "BECAS OTORGADAS       ".
          02 FILLER  PIC X(22) VALUE "GASTOS (PROVEEDORES)  ".
          02 FILLER  PIC X(22) VALUE "SUELDOS               ".
       01 TABLA-CONCEPTOS REDEFINES NOMBRES-CONCEPTOS.
          02 NOM-CON OCCURS 6 TIMES PIC X(22).

       77 WACT                PIC S9(09)V99.
       77 WANT                PIC S9(09)V99.
       77 WVAR                PIC S9(09)V99.
       77 WPCT                PIC S9(04)V9.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 TITULO-CABECERA.
          02 FILLER PIC X(12) VALUE SPACES.
          02 FILLER PIC X(40) VALUE
             "ESTADO DE RESULTADOS POR SUCURSAL (MES  ".
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(01) VALUE ")".

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(78) VALUE ALL "=".

       01 TITULOS-DETALLES.
          02 FILLER PIC X(22) VALUE "CONCEPTO".
          02 FILLER PIC X(07) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "MES ".
          02 TD-ACT PIC 9(6).
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "MES ".
          02 TD-ANT PIC 9(6).
          02 FILLER PIC X(06) VALUE SPACES.
          02 FILLER PIC X(09) VALUE "VARIACION".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "VAR.%".

       01 SALIDA-SUCURSAL.
          02 FILLER   PIC X(09) VALUE "SUCURSAL ".
          02 SS-SUC   PIC ZZ9.
          02 FILLER   PIC X(03) VALUE " - ".
          02 SS-DESC  PIC X(15).

       01 SALIDA-DE-DETALLE.
          02 SD-CON   PIC X(22).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-ACT   PIC ZZZ.ZZZ.ZZ9,99-.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-ANT   PIC ZZZ.ZZZ.ZZ9,99-.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-VAR   PIC ZZZ.ZZZ.ZZ9,99-.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-PCT   PIC ZZZ9,9-.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ESTADO DE RESULTADOS POR SUCURSAL" LINE 02
              POSITION 23 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = MES ANTERIOR): "
              LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 43.
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              MOVE WFECHA-HOY(1:6) TO WPERIODO
              IF WMM-HOY = 1
                 COMPUTE WPERIODO = WPERIODO - 89
              ELSE
                 SUBTRACT 1 FROM WPERIODO
              END-IF
           END-IF.
           IF WPERIODO(5:2) < "01" OR WPERIODO(5:2) > "12"
              DISPLAY "PERIODO INVALIDO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA ON EXCEPTION C-T CONTINUE
              END-ACCEPT
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE WPERIODO TO WPER(1).
           COMPUTE WPER(2) = WPERIODO - 100.
           PERFORM CARGAR-SUCURSALES THRU F-CARGAR-SUCURSALES.
           DISPLAY "PROCESANDO ..." LINE 06 POSITION 05.
           PERFORM SUMAR-FACTURAS THRU F-SUMAR-FACTURAS.
           PERFORM SUMAR-CUOTAS THRU F-SUMAR-CUOTAS.
           PERFORM SUMAR-NOTAS THRU F-SUMAR-NOTAS.
           PERFORM SUMAR-BECAS THRU F-SUMAR-BECAS.
           PERFORM SUMAR-GASTOS THRU F-SUMAR-GASTOS.
           PERFORM SUMAR-SUELDOS THRU F-SUMAR-SUELDOS.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           INITIALIZE TABLA-TOTALES.
           MOVE 1 TO SUC-POS.
           PERFORM IMPRIMIR-SUCURSAL THRU F-IMPRIMIR-SUCURSAL
              UNTIL SUC-POS > SUC-CANT.
           PERFORM IMPRIMIR-TOTAL-EMPRESA.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

      *-----------------------------------------------------------*
      *-- TABLA DE SUCURSALES: LA POSICION 1 QUEDA PARA LO QUE   --*
      *-- NO ES DE NINGUNA (CODIGO 0)                            --*
      *-----------------------------------------------------------*
       CARGAR-SUCURSALES.
           INITIALIZE TABLA-SUCURSALES.
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
      *-- FACTURAS EMITIDAS DE LOS DOS PERIODOS                  --*
      *-----------------------------------------------------------*
       SUMAR-FACTURAS.
           OPEN INPUT FACTURAS.
           IF FSTFAC NOT = "00"
              GO TO F-SUMAR-FACTURAS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM TRATAR-FACTURA THRU F-TRATAR-FACTURA
              UNTIL SW-FIN = "S".
           CLOSE FACTURAS.
       F-SUMAR-FACTURAS.
           EXIT.

       TRATAR-FACTURA.
           READ FACTURAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-FACTURA
           END-IF.
           IF FAC-ANULADA
              GO TO F-TRATAR-FACTURA
           END-IF.
           MOVE FCFECHA(1:6) TO WPER-MOV.
           PERFORM UBICAR-COLUMNA.
           IF PCOL = 0
              GO TO F-TRATAR-FACTURA
           END-IF.
           MOVE FCSUC TO WSUC.
           MOVE FCTOT TO WIMP.
           MOVE 1 TO CON.
           PERFORM ACUMULAR-IMPORTE.
       F-TRATAR-FACTURA.
           EXIT.

      *-----------------------------------------------------------*
      *-- CUOTAS GENERADAS POR GENCUO: MOVIMIENTOS DEBE CON      --*
      *-- CONCEPTO "CUOTA " SOBRE LA CUENTA DEL RESPONSABLE      --*
      *-----------------------------------------------------------*
       SUMAR-CUOTAS.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              GO TO F-SUMAR-CUOTAS
           END-IF.
           OPEN INPUT PERSONA VINCULOS MAESTRO.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO WCA-ULT.
           PERFORM TRATAR-CUOTA THRU F-TRATAR-CUOTA
              UNTIL SW-FIN = "S".
           CLOSE MOVIMIENTOS PERSONA VINCULOS MAESTRO.
       F-SUMAR-CUOTAS.
           EXIT.

       TRATAR-CUOTA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-CUOTA
           END-IF.
           IF NOT MOV-DEBE OR MVCON(1:6) NOT = "CUOTA "
              GO TO F-TRATAR-CUOTA
           END-IF.
           MOVE MVFECHA(1:6) TO WPER-MOV.
           PERFORM UBICAR-COLUMNA.
           IF PCOL = 0
              GO TO F-TRATAR-CUOTA
           END-IF.
           IF MVCA NOT = WCA-ULT
              PERFORM BUSCAR-SUCURSAL-ALUMNO
           END-IF.
           MOVE WSUC-ULT TO WSUC.
           MOVE MVIMP TO WIMP.
           MOVE 2 TO CON.
           PERFORM ACUMULAR-IMPORTE.
       F-TRATAR-CUOTA.
           EXIT.

      *-- EL PRIMER ALUMNO VINCULADO AL RESPONSABLE; SI NO TIENE, -*
      *-- LA SUCURSAL DE LA CUENTA ---------------------------------*
       BUSCAR-SUCURSAL-ALUMNO.
           MOVE MVCA TO WCA-ULT.
           MOVE 0 TO WSUC-ULT.
           MOVE MVCA TO APCA.
           READ VINCULOS KEY IS APCA
              INVALID KEY
                 MOVE MVCA TO PCA
                 READ PERSONA KEY IS PCA
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE PSU TO WSUC-ULT
                 END-READ
              NOT INVALID KEY
                 MOVE APALU TO MCA
                 READ MAESTRO KEY IS MCA
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE MSU TO WSUC-ULT
                 END-READ
           END-READ.

      *-----------------------------------------------------------*
      *-- NOTAS DE CREDITO, EN LA SUCURSAL DEL CLIENTE           --*
      *-----------------------------------------------------------*
       SUMAR-NOTAS.
           OPEN INPUT NOTAS.
           IF FSTNOT NOT = "00"
              GO TO F-SUMAR-NOTAS
           END-IF.
           OPEN INPUT PERSONA.
           MOVE "N" TO SW-FIN.
           MOVE "C" TO NCTIPO.
           MOVE 0 TO NCNRO.
           START NOTAS KEY IS NOT LESS THAN NCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM TRATAR-NOTA THRU F-TRATAR-NOTA
              UNTIL SW-FIN = "S".
           CLOSE NOTAS PERSONA.
       F-SUMAR-NOTAS.
           EXIT.

       TRATAR-NOTA.
           READ NOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-NOTA
           END-IF.
           IF NOT NOTA-CREDITO
              MOVE "S" TO SW-FIN
              GO TO F-TRATAR-NOTA
           END-IF.
           MOVE NCFECHA(1:6) TO WPER-MOV.
           PERFORM UBICAR-COLUMNA.
           IF PCOL = 0
              GO TO F-TRATAR-NOTA
           END-IF.
           MOVE 0 TO WSUC.
           MOVE NCCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE PSU TO WSUC
           END-READ.
           MOVE NCIMP TO WIMP.
           MOVE 3 TO CON.
           PERFORM ACUMULAR-IMPORTE.
       F-TRATAR-NOTA.
           EXIT.

      *-----------------------------------------------------------*
      *-- BECAS VIGENTES EN CADA PERIODO: ARANCEL DEL CURSO POR  --*
      *-- EL PORCENTAJE, UN MES (EL MISMO CALCULO DE INFBECA)    --*
      *-----------------------------------------------------------*
       SUMAR-BECAS.
           OPEN INPUT BECAS.
           IF FSTBEC NOT = "00"
              GO TO F-SUMAR-BECAS
           END-IF.
           OPEN INPUT MAESTRO ARANCELES.
           MOVE "N" TO SW-FIN.
           PERFORM TRATAR-BECA THRU F-TRATAR-BECA
              UNTIL SW-FIN = "S".
           CLOSE BECAS MAESTRO ARANCELES.
       F-SUMAR-BECAS.
           EXIT.

       TRATAR-BECA.
           READ BECAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-BECA
           END-IF.
           MOVE BEALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY GO TO F-TRATAR-BECA
           END-READ.
           MOVE MCU TO ARCUR.
           READ ARANCELES KEY IS ARCUR
              INVALID KEY GO TO F-TRATAR-BECA
           END-READ.
           COMPUTE WCOSTO ROUNDED = ARIMP * BEPCT / 100.
           MOVE MSU TO WSUC.
           MOVE WCOSTO TO WIMP.
           MOVE 4 TO CON.
           MOVE 1 TO PCOL.
           PERFORM ACUMULAR-BECA.
           MOVE 2 TO PCOL.
           PERFORM ACUMULAR-BECA.
       F-TRATAR-BECA.
           EXIT.

       ACUMULAR-BECA.
           IF BEDESDE(1:6) NOT > WPER(PCOL) AND
              BEHASTA(1:6) NOT < WPER(PCOL)
              PERFORM ACUMULAR-IMPORTE
           END-IF.

      *-----------------------------------------------------------*
      *-- GASTOS: FACTURAS (LAS NOTAS DE CREDITO RESTAN) Y       --*
      *-- EGRESOS DE CAJA, POR MPSUC                             --*
      *-----------------------------------------------------------*
       SUMAR-GASTOS.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV NOT = "00"
              GO TO F-SUMAR-GASTOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM TRATAR-COMPROBANTE THRU F-TRATAR-COMPROBANTE
              UNTIL SW-FIN = "S".
           CLOSE COMPROBANTES.
       F-SUMAR-GASTOS.
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
           MOVE MPFECHA(1:6) TO WPER-MOV.
           PERFORM UBICAR-COLUMNA.
           IF PCOL = 0
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           MOVE MPSUC TO WSUC.
           MOVE MPIMP TO WIMP.
           IF MPTIP = 1 AND PRV-NOTA-CREDITO
              COMPUTE WIMP = 0 - MPIMP
           END-IF.
           MOVE 5 TO CON.
           PERFORM ACUMULAR-IMPORTE.
       F-TRATAR-COMPROBANTE.
           EXIT.

      *-----------------------------------------------------------*
      *-- SUELDOS: LA REMUNERACION, EN LA SUCURSAL QUE ATIENDE  --*
      *-- LA LOCALIDAD DEL EMPLEADO (LA PRIMERA DE LOCSUC.IND)   --*
      *-----------------------------------------------------------*
       SUMAR-SUELDOS.
           OPEN INPUT LIQUIDACIONES.
           IF FSTLIQ NOT = "00"
              GO TO F-SUMAR-SUELDOS
           END-IF.
           OPEN INPUT MAEEMP MAPALS.
           MOVE "N" TO SW-FIN.
           PERFORM TRATAR-LIQUIDACION THRU F-TRATAR-LIQUIDACION
              UNTIL SW-FIN = "S".
           CLOSE LIQUIDACIONES MAEEMP MAPALS.
       F-SUMAR-SUELDOS.
           EXIT.

       TRATAR-LIQUIDACION.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-LIQUIDACION
           END-IF.
           MOVE LQPER TO WPER-MOV.
           PERFORM UBICAR-COLUMNA.
           IF PCOL = 0
              GO TO F-TRATAR-LIQUIDACION
           END-IF.
           MOVE 0 TO WSUC.
           MOVE LQLEG TO EM-MCA.
           READ MAEEMP KEY IS EM-MCA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM BUSCAR-SUCURSAL-LOCALIDAD
                    THRU F-BUSCAR-SUCURSAL-LOCALIDAD
           END-READ.
      *-- LA REMUNERACION, ANTES DE LOS APORTES (COMO EL DIARIO) ---*
           MOVE LQREM TO WIMP.
           MOVE 6 TO CON.
           PERFORM ACUMULAR-IMPORTE.
       F-TRATAR-LIQUIDACION.
           EXIT.

       BUSCAR-SUCURSAL-LOCALIDAD.
           MOVE EM-MLO TO LSLOC.
           MOVE 0 TO LSSUC.
           START MAPALS KEY IS NOT LESS THAN LSCLAVE
              INVALID KEY GO TO F-BUSCAR-SUCURSAL-LOCALIDAD
           END-START.
           READ MAPALS NEXT RECORD
              AT END GO TO F-BUSCAR-SUCURSAL-LOCALIDAD
           END-READ.
           IF LSLOC = EM-MLO
              MOVE LSSUC TO WSUC
           END-IF.
       F-BUSCAR-SUCURSAL-LOCALIDAD.
           EXIT.

      *-- A QUE COLUMNA VA UN MOVIMIENTO (0 = A NINGUNA) -----------*
       UBICAR-COLUMNA.
           MOVE 0 TO PCOL.
           IF WPER-MOV = WPER(1)
              MOVE 1 TO PCOL
           END-IF.
           IF WPER-MOV = WPER(2)
              MOVE 2 TO PCOL
           END-IF.

      *-- SUCURSAL QUE NO ESTA EN SUCURSAL.IND: SE AGREGA SI HAY ---*
      *-- LUGAR; SI NO, VA A GENERAL -------------------------------*
       ACUMULAR-IMPORTE.
           MOVE 1 TO SUC-POS.
           PERFORM BUSCAR-SUCURSAL
              UNTIL SUC-POS > SUC-CANT OR TSUC-COD(SUC-POS) = WSUC.
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
           ADD WIMP TO TSUC-IMP(SUC-POS, PCOL, CON).

       BUSCAR-SUCURSAL.
           ADD 1 TO SUC-POS.

      *-----------------------------------------------------------*
      *-- UN BLOQUE POR SUCURSAL CON MOVIMIENTO                  --*
      *-----------------------------------------------------------*
       IMPRIMIR-SUCURSAL.
           IF TSUC-MOV(SUC-POS) = "S"
              PERFORM IMPRIMIR-UNA-SUCURSAL
           END-IF.
           ADD 1 TO SUC-POS.
       F-IMPRIMIR-SUCURSAL.
           EXIT.

       IMPRIMIR-UNA-SUCURSAL.
           MOVE TSUC-COL(SUC-POS, 1) TO BLQ-COL(1).
           MOVE TSUC-COL(SUC-POS, 2) TO BLQ-COL(2).
           MOVE 1 TO CON.
           PERFORM SUMAR-TOTAL-EMPRESA UNTIL CON > 6.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TSUC-COD(SUC-POS) TO SS-SUC.
           MOVE TSUC-DESC(SUC-POS) TO SS-DESC.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-SUCURSAL TO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM IMPRIMIR-BLOQUE.

       SUMAR-TOTAL-EMPRESA.
           ADD TSUC-IMP(SUC-POS, 1, CON) TO TOT-IMP(1, CON).
           ADD TSUC-IMP(SUC-POS, 2, CON) TO TOT-IMP(2, CON).
           ADD 1 TO CON.

       IMPRIMIR-TOTAL-EMPRESA.
           MOVE TOT-COL(1) TO BLQ-COL(1).
           MOVE TOT-COL(2) TO BLQ-COL(2).
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL DE LA EMPRESA" TO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM IMPRIMIR-BLOQUE.

      *-- LOS SEIS CONCEPTOS Y EL RESULTADO; LO QUE RESTA SALE ----*
      *-- NEGATIVO - UN RESULTADO NEGATIVO SALE EN ROJO EN PANTALLA *
       IMPRIMIR-BLOQUE.
           MOVE 0 TO BLQ-RES(1) BLQ-RES(2).
           MOVE 1 TO CON.
           PERFORM IMPRIMIR-CONCEPTO UNTIL CON > 6.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE "RESULTADO" TO SD-CON.
           MOVE BLQ-RES(1) TO WACT.
           MOVE BLQ-RES(2) TO WANT.
           PERFORM ARMAR-VARIACION.
           IF WACT < 0
              MOVE "S" TO SW-ROJO
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-LINEA.

       IMPRIMIR-CONCEPTO.
           MOVE BLQ-IMP(1, CON) TO WACT.
           MOVE BLQ-IMP(2, CON) TO WANT.
           IF CON > 2
              COMPUTE WACT = 0 - WACT
              COMPUTE WANT = 0 - WANT
           END-IF.
           ADD WACT TO BLQ-RES(1).
           ADD WANT TO BLQ-RES(2).
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE NOM-CON(CON) TO SD-CON.
           PERFORM ARMAR-VARIACION.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO CON.

      *-- VARIACION CONTRA EL ANIO ANTERIOR; EL PORCENTAJE SOBRE --*
      *-- EL VALOR ABSOLUTO DEL ANTERIOR (SIN ANTERIOR NO HAY) ---*
       ARMAR-VARIACION.
           COMPUTE WVAR = WACT - WANT.
           MOVE WACT TO SD-ACT.
           MOVE WANT TO SD-ANT.
           MOVE WVAR TO SD-VAR.
           MOVE 0 TO WPCT.
           IF WANT > 0
              COMPUTE WPCT ROUNDED = WVAR * 100 / WANT
                 ON SIZE ERROR MOVE 9999,9 TO WPCT
              END-COMPUTE
           END-IF.
           IF WANT < 0
              COMPUTE WPCT ROUNDED = WVAR * 100 / (0 - WANT)
                 ON SIZE ERROR MOVE 9999,9 TO WPCT
              END-COMPUTE
           END-IF.
           MOVE WPCT TO SD-PCT.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WPER(1) TO TC-PER TD-ACT.
           MOVE WPER(2) TO TD-ANT.
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

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
