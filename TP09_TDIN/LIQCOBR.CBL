      *** LIQCOBR - LIQUIDACION MENSUAL DE COMISIONES A COBRADORES ***
      *** PARA UN MES (AAAAMM) RECORRE COBCALLE.IND, LO QUE CADA   ***
      *** COBRADOR RINDIO CON RENCALLE, Y LE LIQUIDA SU COMISION   ***
      *** SOBRE LO EFECTIVAMENTE COBRADO: CADA TRAMO DE            ***
      *** ANTIGUEDAD (HASTA 30 DIAS DE VENCIDO, 31 A 90, MAS DE    ***
      *** 90) POR SU PORCENTAJE EN COBRADOR.IND - UN RECIBO        ***
      *** ANULADO DESPUES (ANULREC) NO COMISIONA - MODOS:          ***
      *** D = DEFINITIVA: LIQUIDA LO PENDIENTE DEL MES Y LO MARCA  ***
      ***     CON EL PERIODO (CLLIQ) PARA NO PAGARLO DOS VECES     ***
      *** P = PROVISORIA: LO MISMO SIN MARCAR NADA                 ***
      *** R = REIMPRESION DE LO YA LIQUIDADO EN ESE PERIODO        ***
      *** EL INFORME (SPOOL) DETALLA LOS RECIBOS Y TOTALIZA POR    ***
      *** COBRADOR LO COBRADO Y LA COMISION A PAGARLE              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQCOBR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBCALLE ASSIGN TO DISK "COBCALLE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLCLAVE
           FILE STATUS IS FSTCLL.

           SELECT COBRADORES ASSIGN TO DISK "COBRADOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COCOD
           FILE STATUS IS FSTCBR.

           SELECT COBRANZAS ASSIGN TO DISK "COBRANZA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBNRO
           FILE STATUS IS FSTCOB.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD COBCALLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS R-CCA.

         COPY COBCALLE.

        FD COBRADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS R-CBR.

         COPY COBRADOR.

        FD COBRANZAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-COB.

         COPY COBRANZA.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTCLL              PIC XX.
       77 FSTCBR              PIC XX.
       77 FSTCOB              PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 SW-ANULADO          PIC X.
       77 ENT-PER             PIC 9(06).
       77 ENT-MODO            PIC X.
          88 MODO-DEFINITIVA  VALUE "D".
          88 MODO-PROVISORIA  VALUE "P".
          88 MODO-REIMPRESION VALUE "R".
       77 WPER-MOV            PIC 9(06).
       77 COB-ANT             PIC 9(03).
       77 SW-PRIMERO          PIC X VALUE "S".

      *-- LO COBRADO POR TRAMO Y LA COMISION, DEL COBRADOR Y -------*
      *-- GENERALES ------------------------------------------------*
       77 SUB-CANT            PIC 9(05).
       77 SUB-IMP1            PIC 9(08)V99.
       77 SUB-IMP2            PIC 9(08)V99.
       77 SUB-IMP3            PIC 9(08)V99.
       77 SUB-COM1            PIC 9(07)V99.
       77 SUB-COM2            PIC 9(07)V99.
       77 SUB-COM3            PIC 9(07)V99.
       77 SUB-COM             PIC 9(08)V99.
       77 CANT-RECIBOS        PIC 9(05) VALUE 0.
       77 CANT-ANULADOS       PIC 9(05) VALUE 0.
       77 CANT-COBRADORES     PIC 9(03) VALUE 0.
       77 TOT-COBRADO         PIC 9(08)V99 VALUE 0.
       77 TOT-COMISION        PIC 9(08)V99 VALUE 0.

       77 L                   PIC 99 VALUE 0.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL INFORME SALE AL SPOOL ---------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LIQCOBR ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 WPERIODO.
          02 WPE-AA           PIC 9(4).
          02 WPE-MM           PIC 9(2).
       01 R-PERIODO REDEFINES WPERIODO PIC 9(6).

       01 WFECHA-AUX.
          02 WAA-AUX          PIC 9(4).
          02 WMM-AUX          PIC 9(2).
          02 WDD-AUX          PIC 9(2).
       01 R-FECHA-AUX REDEFINES WFECHA-AUX PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(05) VALUE  SPACES.
          02 FILLER PIC X(36) VALUE
             "COMISIONES DE COBRADORES - PERIODO ".
          02 TC-MM  PIC 99/.
          02 TC-AA  PIC 9(4).
          02 FILLER PIC X(02) VALUE  SPACES.
          02 TC-MODO PIC X(13).
          02 FILLER PIC X(02) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(11) VALUE "FECHA COBRO".
          02 FILLER PIC X(07) VALUE " RECIBO".
          02 FILLER PIC X(09) VALUE " CLIENTE ".
          02 FILLER PIC X(10) VALUE "  IMPORTE ".
          02 FILLER PIC X(10) VALUE " HASTA 30 ".
          02 FILLER PIC X(10) VALUE " 31 A 90  ".
          02 FILLER PIC X(10) VALUE " MAS DE 90".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-COBRADOR.
           02 FILLER   PIC X(09) VALUE "COBRADOR ".
           02 SC-COD   PIC 9(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SC-NOM   PIC X(30).

       01  SALIDA-DE-DETALLE.
           02 SD-DD    PIC 99/.
           02 SD-MM    PIC 99/.
           02 SD-AA    PIC 9(4).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-REC   PIC 9(06).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP1  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP2  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP3  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-OBS   PIC X(07).

      *-- UN RENGLON POR TRAMO: LO COBRADO, EL PORCENTAJE DEL ------*
      *-- COBRADOR Y LA COMISION -----------------------------------*
       01  SALIDA-TRAMO.
           02 SR-LEYENDA PIC X(28).
           02 SR-IMP     PIC Z.ZZZ.ZZ9,99.
           02 FILLER     PIC X(04) VALUE " AL ".
           02 SR-POR     PIC Z9,99.
           02 FILLER     PIC X(13) VALUE " %  COMISION ".
           02 SR-COM     PIC Z.ZZZ.ZZ9,99.

       01  SALIDA-DE-IMPORTE.
           02 SI-LEYENDA PIC X(40).
           02 SI-IMP     PIC Z.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
      *-- SE LIQUIDA A MES VENCIDO: SE PROPONE EL MES ANTERIOR -----*
           IF WMM-HOY = 1
              COMPUTE WPE-AA = WAA-HOY - 1
              MOVE 12 TO WPE-MM
           ELSE
              MOVE WAA-HOY TO WPE-AA
              COMPUTE WPE-MM = WMM-HOY - 1
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "COMISIONES DE COBRADORES" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO AAAAMM (0 = " LINE 04 POSITION 05.
           DISPLAY R-PERIODO LINE 04 POSITION 25.
           DISPLAY "): " LINE 04 POSITION 31.
           ACCEPT ENT-PER LINE 04 POSITION 35.
           IF ENT-PER IS NOT NUMERIC
              MOVE 0 TO ENT-PER
           END-IF.
           IF ENT-PER NOT = 0
              MOVE ENT-PER TO R-PERIODO
           END-IF.
           IF WPE-MM < 1 OR WPE-MM > 12
              DISPLAY "LIQCOBR: PERIODO INVALIDO"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           DISPLAY "D=DEFINITIVA P=PROVISORIA R=REIMPRESION: "
              LINE 06 POSITION 05.
           MOVE SPACE TO ENT-MODO.
           ACCEPT ENT-MODO LINE 06 POSITION 47.
           IF ENT-MODO = "d"
              MOVE "D" TO ENT-MODO
           END-IF.
           IF ENT-MODO = "p"
              MOVE "P" TO ENT-MODO
           END-IF.
           IF ENT-MODO = "r"
              MOVE "R" TO ENT-MODO
           END-IF.
           IF NOT MODO-DEFINITIVA AND NOT MODO-PROVISORIA
              AND NOT MODO-REIMPRESION
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF MODO-DEFINITIVA
              DISPLAY "LA DEFINITIVA MARCA LO LIQUIDADO Y NO SE REPITE"
                 LINE 08 POSITION 05
              DISPLAY "CONFIRMA (S/N) ? " LINE 09 POSITION 05
              ACCEPT OP-SN LINE 09 POSITION 23
              IF OP-SN NOT = "S" AND OP-SN NOT = "s"
                 GO TO FIN-SIN-ARCHIVOS
              END-IF
           END-IF.
           IF MODO-DEFINITIVA
              OPEN I-O COBCALLE
           ELSE
              OPEN INPUT COBCALLE
           END-IF.
           IF FSTCLL NOT = "00"
              DISPLAY "LIQCOBR: NO HAY COBRANZA DE COBRADORES - VER "
                 "RENCALLE"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT COBRADORES.
           OPEN INPUT COBRANZAS.
           EVALUATE TRUE
              WHEN MODO-DEFINITIVA  MOVE "(DEFINITIVA)" TO TC-MODO
              WHEN MODO-PROVISORIA  MOVE "(PROVISORIA)" TO TC-MODO
              WHEN MODO-REIMPRESION MOVE "(REIMPRESION)" TO TC-MODO
           END-EVALUATE.
           MOVE WPE-MM TO TC-MM.
           MOVE WPE-AA TO TC-AA.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE "N" TO SW-FIN.
           PERFORM PROCESAR-COBRO THRU F-PROCESAR-COBRO
              UNTIL SW-FIN = "S".
           IF SW-PRIMERO = "N"
              PERFORM CERRAR-COBRADOR
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CLOSE COBCALLE COBRADORES COBRANZAS.
           DISPLAY "LIQCOBR: RECIBOS LIQUIDADOS  = " CANT-RECIBOS.
           DISPLAY "LIQCOBR: RECIBOS ANULADOS    = " CANT-ANULADOS.
           DISPLAY "LIQCOBR: TOTAL COBRADO       = " TOT-COBRADO.
           DISPLAY "LIQCOBR: TOTAL COMISIONES    = " TOT-COMISION.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.

      *-- COBCALLE VIENE POR COBRADOR + FECHA: EL CORTE ES POR -----*
      *-- COBRADOR -------------------------------------------------*
       PROCESAR-COBRO.
           READ COBCALLE NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-PROCESAR-COBRO
           END-IF.
           MOVE CLFECHA TO R-FECHA-AUX.
           COMPUTE WPER-MOV = WAA-AUX * 100 + WMM-AUX.
           IF WPER-MOV NOT = R-PERIODO
              GO TO F-PROCESAR-COBRO
           END-IF.
           IF MODO-REIMPRESION
              IF CLLIQ NOT = R-PERIODO
                 GO TO F-PROCESAR-COBRO
              END-IF
           ELSE
              IF CLLIQ NOT = 0
                 GO TO F-PROCESAR-COBRO
              END-IF
           END-IF.
           IF SW-PRIMERO = "S" OR CLCOB NOT = COB-ANT
              PERFORM CAMBIO-COBRADOR
           END-IF.
      *-- EL RECIBO ANULADO DESPUES DE LA RENDICION NO COMISIONA, --*
      *-- PERO SE MARCA IGUAL PARA QUE NO QUEDE PENDIENTE ----------*
           MOVE "N" TO SW-ANULADO.
           MOVE CLREC TO CBNRO.
           READ COBRANZAS KEY IS CBNRO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF COB-ANULADO
                    MOVE "S" TO SW-ANULADO
                 END-IF
           END-READ.
           MOVE WDD-AUX TO SD-DD.
           MOVE WMM-AUX TO SD-MM.
           MOVE WAA-AUX TO SD-AA.
           MOVE CLREC TO SD-REC.
           MOVE CLCA TO SD-CA.
           MOVE CLIMP TO SD-IMP.
           MOVE CLIMP1 TO SD-IMP1.
           MOVE CLIMP2 TO SD-IMP2.
           MOVE CLIMP3 TO SD-IMP3.
           IF SW-ANULADO = "S"
              MOVE "ANULADO" TO SD-OBS
              ADD 1 TO CANT-ANULADOS
           ELSE
              MOVE SPACES TO SD-OBS
              ADD 1 TO SUB-CANT CANT-RECIBOS
              ADD CLIMP1 TO SUB-IMP1
              ADD CLIMP2 TO SUB-IMP2
              ADD CLIMP3 TO SUB-IMP3
              ADD CLIMP TO TOT-COBRADO
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           IF MODO-DEFINITIVA
              MOVE R-PERIODO TO CLLIQ
              REWRITE R-CCA
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
       F-PROCESAR-COBRO.
           EXIT.

       CAMBIO-COBRADOR.
           IF SW-PRIMERO = "N"
              PERFORM CERRAR-COBRADOR
           END-IF.
           MOVE "N" TO SW-PRIMERO.
           MOVE CLCOB TO COB-ANT.
           MOVE 0 TO SUB-CANT SUB-IMP1 SUB-IMP2 SUB-IMP3.
           MOVE CLCOB TO COCOD.
           READ COBRADORES KEY IS COCOD
              INVALID KEY
                 MOVE SPACES TO CONOM
                 MOVE 0 TO COPOR1 COPOR2 COPOR3
           END-READ.
           MOVE CLCOB TO SC-COD.
           MOVE CONOM TO SC-NOM.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SALIDA-COBRADOR TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

      *-- CADA TRAMO POR SU PORCENTAJE; LA COMISION DEL COBRADOR ---*
      *-- ES LA SUMA DE LOS TRES -----------------------------------*
       CERRAR-COBRADOR.
           COMPUTE SUB-COM1 ROUNDED = SUB-IMP1 * COPOR1 / 100.
           COMPUTE SUB-COM2 ROUNDED = SUB-IMP2 * COPOR2 / 100.
           COMPUTE SUB-COM3 ROUNDED = SUB-IMP3 * COPOR3 / 100.
           COMPUTE SUB-COM = SUB-COM1 + SUB-COM2 + SUB-COM3.
           ADD 1 TO CANT-COBRADORES.
           ADD SUB-COM TO TOT-COMISION.
           MOVE "   COBRADO HASTA 30 DIAS" TO SR-LEYENDA.
           MOVE SUB-IMP1 TO SR-IMP.
           MOVE COPOR1 TO SR-POR.
           MOVE SUB-COM1 TO SR-COM.
           PERFORM IMPRIMIR-TRAMO.
           MOVE "   COBRADO DE 31 A 90 DIAS" TO SR-LEYENDA.
           MOVE SUB-IMP2 TO SR-IMP.
           MOVE COPOR2 TO SR-POR.
           MOVE SUB-COM2 TO SR-COM.
           PERFORM IMPRIMIR-TRAMO.
           MOVE "   COBRADO A MAS DE 90 DIAS" TO SR-LEYENDA.
           MOVE SUB-IMP3 TO SR-IMP.
           MOVE COPOR3 TO SR-POR.
           MOVE SUB-COM3 TO SR-COM.
           PERFORM IMPRIMIR-TRAMO.
           MOVE "   RECIBOS QUE COMISIONAN" TO ST-LEYENDA.
           MOVE SUB-CANT TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "   COMISION A PAGAR" TO SI-LEYENDA.
           MOVE SUB-COM TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.

       IMPRIMIR-TRAMO.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-TRAMO TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL COBRADO POR LOS COBRADORES" TO SI-LEYENDA.
           MOVE TOT-COBRADO TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "TOTAL DE COMISIONES" TO SI-LEYENDA.
           MOVE TOT-COMISION TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "COBRADORES LIQUIDADOS" TO ST-LEYENDA.
           MOVE CANT-COBRADORES TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "RECIBOS QUE COMISIONAN" TO ST-LEYENDA.
           MOVE CANT-RECIBOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "RECIBOS ANULADOS (SIN COMISION)" TO ST-LEYENDA.
           MOVE CANT-ANULADOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.

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

       IMPRIMIR-IMPORTE.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-IMPORTE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.
