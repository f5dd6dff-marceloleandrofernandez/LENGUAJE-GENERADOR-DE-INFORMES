      *** LISMOR - INDICADORES DE MOROSIDAD (ULTIMOS 12 MESES)     ***
      *** PIDE EL ULTIMO MES A LISTAR Y, DE LAS FOTOS MENSUALES DE ***
      *** MORMES.IND (VER FOTOMOR), ARMA POR SUCURSAL Y PARA EL    ***
      *** TOTAL DE LA EMPRESA UN RENGLON POR MES CON LA DEUDA, LOS ***
      *** DIAS PROMEDIO DE COBRO (DEUDA SOBRE FACTURADO DEL MES    ***
      *** POR 30), EL % VENCIDO Y EL % A MAS DE 90 DIAS SOBRE LA   ***
      *** DEUDA, EL COBRADO DEL MES SOBRE EL FACTURADO DEL MES     ***
      *** ANTERIOR Y LOS CLIENTES CON DEUDA Y MOROSOS - EL TOTAL   ***
      *** SUMA LOS IMPORTES DE LAS SUCURSALES Y RECIEN AHI CALCULA ***
      *** LOS INDICES - SALE AL SPOOL                              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISMOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOROSIDAD ASSIGN TO DISK "MORMES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MOCLAVE
           FILE STATUS IS FSTMOR.

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
        FD MOROSIDAD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS R-MOR.

         COPY MORMES.

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
       77 FSTMOR              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 WDSUC               PIC X(15).
       77 SW-FIN              PIC X.
       77 CANT-FOTOS          PIC 9(05) VALUE 0.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISMOR".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

      *-- ULTIMO MES DEL INFORME Y, EN LA TABLA, LOS 12 MESES DEL --*
      *-- MAS VIEJO (1) AL PEDIDO (12) -----------------------------*
       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
       01 WPERIODO-N REDEFINES WPERIODO PIC 9(6).

       01 WPER-TRAB.
          02 WTRA-AA          PIC 9(4).
          02 WTRA-MM          PIC 9(2).
       01 WPER-TRAB-N REDEFINES WPER-TRAB PIC 9(6).

       77 MES-POS             PIC 99.
       77 SW-MES              PIC X.
       01 TABLA-PERIODOS.
          02 TPER OCCURS 12 TIMES PIC 9(6).

      *-- FOTOS POR SUCURSAL Y MES, EN EL ORDEN EN QUE APARECEN - --*
      *-- UNA SUCURSAL QUE NO ENTRA SE SUMA EN LA ULTIMA -----------*
       77 SUC-CANT            PIC 9(02) VALUE 0.
       77 SUC-POS             PIC 9(02).
       77 SW-SUC              PIC X.
       01 TABLA-SUCURSALES.
          02 TSUC-ELEM OCCURS 50 TIMES.
             03 TSUC-COD      PIC 9(03).
             03 TSUC-MES OCCURS 12 TIMES.
                04 TSM-HAY    PIC X.
                04 TSM-DEUDA  PIC 9(09)V99.
                04 TSM-VENC   PIC 9(09)V99.
                04 TSM-V90    PIC 9(09)V99.
                04 TSM-FACT   PIC 9(09)V99.
                04 TSM-FANT   PIC 9(09)V99.
                04 TSM-COBR   PIC 9(09)V99.
                04 TSM-CLI    PIC 9(06).
                04 TSM-MORO   PIC 9(06).

       01 TABLA-TOTALES.
          02 TOT-MES OCCURS 12 TIMES.
             03 TTM-HAY       PIC X.
             03 TTM-DEUDA     PIC 9(09)V99.
             03 TTM-VENC      PIC 9(09)V99.
             03 TTM-V90       PIC 9(09)V99.
             03 TTM-FACT      PIC 9(09)V99.
             03 TTM-FANT      PIC 9(09)V99.
             03 TTM-COBR      PIC 9(09)V99.
             03 TTM-CLI       PIC 9(06).
             03 TTM-MORO      PIC 9(06).

      *-- EL MES QUE SE ESTA IMPRIMIENDO (DE UNA SUCURSAL O DEL ----*
      *-- TOTAL) Y SUS INDICES -------------------------------------*
       01 MES-IMPRESO.
          02 IM-HAY           PIC X.
          02 IM-DEUDA         PIC 9(09)V99.
          02 IM-VENC          PIC 9(09)V99.
          02 IM-V90           PIC 9(09)V99.
          02 IM-FACT          PIC 9(09)V99.
          02 IM-FANT          PIC 9(09)V99.
          02 IM-COBR          PIC 9(09)V99.
          02 IM-CLI           PIC 9(06).
          02 IM-MORO          PIC 9(06).
       77 IND-DIAS            PIC 9(04)V9.
       77 IND-PVENC           PIC 9(03)V9.
       77 IND-P90             PIC 9(03)V9.
       77 IND-PCOBR           PIC 9(04)V9.
      *-- TOPE DE LOS INDICES QUE SE DISPARAN CON UN DIVISOR CHICO -*
       77 IND-CALC            PIC 9(09)V99.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(04) VALUE  SPACES.
          02 FILLER PIC X(45) VALUE
             "INDICADORES DE MOROSIDAD - 12 MESES HASTA".
          02 FILLER PIC X(01) VALUE SPACES.
          02 TC-MM  PIC 99/.
          02 TC-AA  PIC 9(4).
          02 FILLER PIC X(08) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(09) VALUE "PERIODO".
          02 FILLER PIC X(14) VALUE "   DEUDA TOTAL".
          02 FILLER PIC X(10) VALUE " DIAS COB.".
          02 FILLER PIC X(08) VALUE " % VENC.".
          02 FILLER PIC X(08) VALUE "   % +90".
          02 FILLER PIC X(11) VALUE " %COB/F.ANT".
          02 FILLER PIC X(08) VALUE " C/DEUDA".
          02 FILLER PIC X(08) VALUE " MOROSOS".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-SUCURSAL.
           02 FILLER   PIC X(09) VALUE "SUCURSAL ".
           02 SS-SUC   PIC 999.
           02 FILLER   PIC X(03) VALUE " - ".
           02 SS-DES   PIC X(15).

       01  SALIDA-DE-DETALLE.
           02 SD-MM    PIC 99/.
           02 SD-AA    PIC 9(4).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-DEUDA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(04) VALUE SPACES.
           02 SD-DIAS  PIC ZZZ9,9.
           02 FILLER   PIC X(03) VALUE SPACES.
           02 SD-PVENC PIC ZZ9,9.
           02 FILLER   PIC X(03) VALUE SPACES.
           02 SD-P90   PIC ZZ9,9.
           02 FILLER   PIC X(05) VALUE SPACES.
           02 SD-PCOBR PIC ZZZ9,9.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-CLI   PIC ZZZZZ9.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-MORO  PIC ZZZZZ9.

       01  SALIDA-SIN-FOTO.
           02 SF-MM    PIC 99/.
           02 SF-AA    PIC 9(4).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 FILLER   PIC X(20) VALUE "SIN FOTO DEL MES".

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MOROSIDAD.
           IF FSTMOR NOT = "00"
              DISPLAY "LISMOR: MORMES.IND NO ENCONTRADO (FST="
                 FSTMOR ") - NO HAY FOTOS (VER FOTOMOR)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "INDICADORES DE MOROSIDAD" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ULTIMO MES (AAAAMM, 0 = MES ANTERIOR): " LINE 04
              POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 45.
           IF WPERIODO IS NOT NUMERIC
              MOVE 0 TO WPERIODO-N
           END-IF.
           IF WPERIODO-N = 0
              IF WMM-HOY = 01
                 COMPUTE WPER-AA = WAA-HOY - 1
                 MOVE 12 TO WPER-MM
              ELSE
                 MOVE WAA-HOY TO WPER-AA
                 COMPUTE WPER-MM = WMM-HOY - 1
              END-IF
           END-IF.
           IF WPER-AA < 1900 OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE MOROSIDAD MAESUC
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           INITIALIZE TABLA-SUCURSALES TABLA-TOTALES.
           MOVE WPERIODO TO WPER-TRAB.
           MOVE 12 TO MES-POS.
           PERFORM ARMAR-PERIODO UNTIL MES-POS = 0.
           MOVE "N" TO SW-FIN.
           MOVE TPER(1) TO MOPER.
           MOVE 0 TO MOSUC.
           START MOROSIDAD KEY IS NOT LESS THAN MOCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM SUMAR-FOTO THRU F-SUMAR-FOTO
              UNTIL SW-FIN = "S".
           IF CANT-FOTOS = 0
              DISPLAY "NO HAY FOTOS EN LOS 12 MESES PEDIDOS" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 1 TO SUC-POS.
           PERFORM IMPRIMIR-SUCURSAL UNTIL SUC-POS > SUC-CANT.
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL DE LA EMPRESA" TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 1 TO MES-POS.
           PERFORM IMPRIMIR-MES-TOTAL UNTIL MES-POS > 12.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- DE ATRAS PARA ADELANTE: EL PEDIDO VA EN LA POSICION 12 ---*
       ARMAR-PERIODO.
           MOVE WPER-TRAB-N TO TPER(MES-POS).
           IF WTRA-MM = 01
              SUBTRACT 1 FROM WTRA-AA
              MOVE 12 TO WTRA-MM
           ELSE
              SUBTRACT 1 FROM WTRA-MM
           END-IF.
           SUBTRACT 1 FROM MES-POS.

       SUMAR-FOTO.
           READ MOROSIDAD NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUMAR-FOTO
           END-IF.
           IF MOPER > WPERIODO-N
              MOVE "S" TO SW-FIN
              GO TO F-SUMAR-FOTO
           END-IF.
           PERFORM UBICAR-MES.
           IF SW-MES = "N"
              GO TO F-SUMAR-FOTO
           END-IF.
           PERFORM UBICAR-SUCURSAL.
           ADD 1 TO CANT-FOTOS.
           MOVE "S" TO TSM-HAY(SUC-POS, MES-POS) TTM-HAY(MES-POS).
           ADD MODEUDA TO TSM-DEUDA(SUC-POS, MES-POS)
                          TTM-DEUDA(MES-POS).
           ADD MOVENC TO TSM-VENC(SUC-POS, MES-POS)
                         TTM-VENC(MES-POS).
           ADD MOV90 TO TSM-V90(SUC-POS, MES-POS)
                        TTM-V90(MES-POS).
           ADD MOFACT TO TSM-FACT(SUC-POS, MES-POS)
                         TTM-FACT(MES-POS).
           ADD MOFANT TO TSM-FANT(SUC-POS, MES-POS)
                         TTM-FANT(MES-POS).
           ADD MOCOBR TO TSM-COBR(SUC-POS, MES-POS)
                         TTM-COBR(MES-POS).
           ADD MOCLI TO TSM-CLI(SUC-POS, MES-POS)
                        TTM-CLI(MES-POS).
           ADD MOMORO TO TSM-MORO(SUC-POS, MES-POS)
                         TTM-MORO(MES-POS).
       F-SUMAR-FOTO.
           EXIT.

       UBICAR-MES.
           MOVE "N" TO SW-MES.
           MOVE 1 TO MES-POS.
           PERFORM COMPARAR-MES
              UNTIL SW-MES = "S" OR MES-POS > 12.

       COMPARAR-MES.
           IF TPER(MES-POS) = MOPER
              MOVE "S" TO SW-MES
           ELSE
              ADD 1 TO MES-POS
           END-IF.

      *-- BUSCA LA SUCURSAL EN LA TABLA Y LA AGREGA SI ES NUEVA ----*
       UBICAR-SUCURSAL.
           MOVE "N" TO SW-SUC.
           MOVE 1 TO SUC-POS.
           PERFORM COMPARAR-SUCURSAL
              UNTIL SW-SUC = "S" OR SUC-POS > SUC-CANT.
           IF SW-SUC = "N"
              IF SUC-CANT < 50
                 ADD 1 TO SUC-CANT
                 MOVE SUC-CANT TO SUC-POS
                 MOVE MOSUC TO TSUC-COD(SUC-POS)
              ELSE
                 MOVE 50 TO SUC-POS
              END-IF
           END-IF.

       COMPARAR-SUCURSAL.
           IF TSUC-COD(SUC-POS) = MOSUC
              MOVE "S" TO SW-SUC
           ELSE
              ADD 1 TO SUC-POS
           END-IF.

       IMPRIMIR-SUCURSAL.
           MOVE TSUC-COD(SUC-POS) TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE TSUC-COD(SUC-POS) TO SS-SUC.
           MOVE WDSUC TO SS-DES.
           MOVE SALIDA-SUCURSAL TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 1 TO MES-POS.
           PERFORM IMPRIMIR-MES-SUCURSAL UNTIL MES-POS > 12.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO SUC-POS.

       IMPRIMIR-MES-SUCURSAL.
           MOVE TSUC-MES(SUC-POS, MES-POS) TO MES-IMPRESO.
           PERFORM IMPRIMIR-MES.
           ADD 1 TO MES-POS.

       IMPRIMIR-MES-TOTAL.
           MOVE TOT-MES(MES-POS) TO MES-IMPRESO.
           PERFORM IMPRIMIR-MES.
           ADD 1 TO MES-POS.

      *-- DIAS DE COBRO: DEUDA SOBRE FACTURADO DEL MES, POR 30 -----*
      *-- (CUANTOS DIAS DE FACTURACION ESTAN EN LA CALLE) - LOS ----*
      *-- PORCENTAJES SE TOPEAN PARA QUE ENTREN EN EL RENGLON ------*
       IMPRIMIR-MES.
           MOVE TPER(MES-POS) TO WPER-TRAB-N.
           MOVE SPACES TO R-IMP.
           IF IM-HAY NOT = "S"
              MOVE WTRA-MM TO SF-MM
              MOVE WTRA-AA TO SF-AA
              MOVE SALIDA-SIN-FOTO TO R-IMP
              PERFORM ESCRIBIR-LINEA
           ELSE
              MOVE 0 TO IND-DIAS IND-PVENC IND-P90 IND-PCOBR
              IF IM-FACT > 0
                 COMPUTE IND-CALC ROUNDED = IM-DEUDA * 30 / IM-FACT
                 IF IND-CALC > 9999,9
                    MOVE 9999,9 TO IND-CALC
                 END-IF
                 MOVE IND-CALC TO IND-DIAS
              END-IF
              IF IM-DEUDA > 0
                 COMPUTE IND-PVENC ROUNDED = IM-VENC * 100 / IM-DEUDA
                 COMPUTE IND-P90 ROUNDED = IM-V90 * 100 / IM-DEUDA
              END-IF
              IF IM-FANT > 0
                 COMPUTE IND-CALC ROUNDED = IM-COBR * 100 / IM-FANT
                 IF IND-CALC > 9999,9
                    MOVE 9999,9 TO IND-CALC
                 END-IF
                 MOVE IND-CALC TO IND-PCOBR
              END-IF
              MOVE WTRA-MM TO SD-MM
              MOVE WTRA-AA TO SD-AA
              MOVE IM-DEUDA TO SD-DEUDA
              MOVE IND-DIAS TO SD-DIAS
              MOVE IND-PVENC TO SD-PVENC
              MOVE IND-P90 TO SD-P90
              MOVE IND-PCOBR TO SD-PCOBR
              MOVE IM-CLI TO SD-CLI
              MOVE IM-MORO TO SD-MORO
              MOVE SALIDA-DE-DETALLE TO R-IMP
              PERFORM ESCRIBIR-LINEA
           END-IF.

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
           MOVE WPER-MM TO TC-MM.
           MOVE WPER-AA TO TC-AA.
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
           CLOSE MOROSIDAD MAESUC.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
