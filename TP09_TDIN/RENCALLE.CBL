      *** RENCALLE - RENDICION DE LOS COBRADORES A DOMICILIO       ***
      *** SE PIDEN EL COBRADOR Y LA FECHA EN QUE COBRO, Y DESPUES  ***
      *** CADA CLIENTE DE LA HOJA DE RUTA (HOJARUTA) CON LO QUE    ***
      *** PAGO - EL CLIENTE TIENE QUE SER DE LA CARTERA DEL        ***
      *** COBRADOR (CARTCOB.IND), NO PUEDE ESTAR EN INCOBRABLES    ***
      *** (ESO LO COBRA UN SUPERVISOR EN MOSTRADOR) NI DERIVADO A  ***
      *** UNA AGENCIA (VER DERIVIG) - CADA COBRO GENERA EL RECIBO  ***
      *** EN COBRANZA.IND CON SU PROPIA NUMERACION (TALONARIO      ***
      *** CALLE.CTL, PRIMER NUMERO DEL PARAMETRO CALPROX O 600001) ***
      *** Y MEDIO 8, REBAJA EL SALDO, DEJA EL MOVIMIENTO HABER YA  ***
      *** APLICADO Y LO IMPUTA A LAS PARTIDAS MAS VIEJAS - LO      ***
      *** IMPUTADO SE ABRE POR ANTIGUEDAD A LA FECHA DE COBRO      ***
      *** (HASTA 30 DIAS DE VENCIDO, 31 A 90, MAS DE 90; LO QUE    ***
      *** QUEDA A CUENTA VA AL PRIMERO) Y QUEDA EN COBCALLE.IND    ***
      *** PARA LA COMISION DEL MES (LIQCOBR) - CADA COBRO QUEDA    ***
      *** TAMBIEN COMO GESTION DEL CLIENTE - LA PLANILLA DE LA     ***
      *** RENDICION SALE AL SPOOL PARA LA FIRMA DEL COBRADOR       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENCALLE.
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

           SELECT COBRANZAS ASSIGN TO DISK "COBRANZA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBNRO
           FILE STATUS IS FSTCOB.

           SELECT COBRADORES ASSIGN TO DISK "COBRADOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COCOD
           FILE STATUS IS FSTCBR.

           SELECT CARTERA ASSIGN TO DISK "CARTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CACLAVE
           FILE STATUS IS FSTCAR.

           SELECT COBCALLE ASSIGN TO DISK "COBCALLE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLCLAVE
           FILE STATUS IS FSTCLL.

           SELECT GESTIONES ASSIGN TO DISK "GESTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GCCLAVE
           FILE STATUS IS FSTGES.

      *-- TALONARIO PROPIO DE LA COBRANZA EN LA CALLE, SEPARADO ----*
      *-- DEL DE MOSTRADOR, DE LOS DEBITOS, DEL EXTRABANCARIO Y ----*
      *-- DEL DE LAS AGENCIAS --------------------------------------*
           SELECT TALONARIO ASSIGN TO DISK "CALLE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- LA PLANILLA SALE AL SPOOL (VER TOMASPL/VERSPOOL) ---------*
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

        FD COBRANZAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-COB.

         COPY COBRANZA.

        FD COBRADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS R-CBR.

         COPY COBRADOR.

        FD CARTERA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-CAR.

         COPY CARTCOB.

        FD COBCALLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS R-CCA.

         COPY COBCALLE.

        FD GESTIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-GES.

         COPY GESTCOB.

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

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
      *-- CADA ESCRITURA CONFIRMADA DEJA SU RENGLON PARA QUE ------*
      *-- RECUPPLA PUEDA REHACER EL DIA SOBRE UNA COPIA ------------*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTCOB              PIC XX.
       77 FSTCBR              PIC XX.
       77 FSTCAR              PIC XX.
       77 FSTCLL              PIC XX.
       77 FSTGES              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 ENT-COB             PIC 9(03).
       77 ENT-FECHA           PIC 9(08).
       77 ENT-CA              PIC 9(08).
       77 ENT-IMP             PIC 9(05)V99.
       77 IMP-ED              PIC ZZZ.ZZ9,99.
       77 PSA-ED              PIC ZZ.ZZ9,99.
       77 WNRO                PIC 9(06).
      *-- EL NUMERO COMPLETO DEL RECIBO (SERIE 000 + CORRELATIVO), -*
      *-- PARA EL CONCEPTO "REC " DEL MOVIMIENTO -------------------*
       77 WNRO-SERIE          PIC 9(09).
       77 WSEC-ULT            PIC 9(03).
       77 SW-FIN-SEC          PIC X.
       77 SW-FIN              PIC X.
       77 SW-ERROR            PIC X.
       77 SALDO-TRAB          PIC S9(06)V99.
       77 WCA-NUM             PIC 9(8).
       77 WCOB                PIC 9(03).
      *-- DERIVACION VIGENTE DE LA CUENTA (VER DERIVIG) -----------*
       77 DRV-CA              PIC 9(08).
       77 DRV-AGE             PIC 9(03).
       77 DRV-RES             PIC X.
      *-- EL OPERADOR QUE RECIBE LA RENDICION (VER QUIENSOY) -------*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- PARTIDAS ABIERTAS DEL CLIENTE PARA CANCELAR DE LA MAS ----*
      *-- VIEJA A LA MAS NUEVA, CON SU VENCIMIENTO PARA ABRIR LO ---*
      *-- COBRADO POR ANTIGUEDAD -----------------------------------*
       77 PAR-CANT            PIC 9(03).
       77 PAR-POS             PIC 9(03).
       77 REST-IMP            PIC 9(05)V99.
       77 IMPUTA              PIC 9(05)V99.
       01 TABLA-PARTIDAS.
          02 TPAR-ELEM OCCURS 200 TIMES.
             03 TPAR-CLAVE    PIC X(19).
             03 TPAR-SDO      PIC 9(05)V99.
             03 TPAR-VTO      PIC 9(08).

      *-- FECHAS EN DIAS "COMERCIALES" (ANIO*360+MES*30+DIA) PARA --*
      *-- LA ANTIGUEDAD, COMO EN ANTDEU ----------------------------*
       77 DIAS-COBRO          PIC 9(08).
       77 DIAS-MOV            PIC 9(08).
       77 DIAS-ANT            PIC S9(05).
       77 WIMP1               PIC 9(05)V99.
       77 WIMP2               PIC 9(05)V99.
       77 WIMP3               PIC 9(05)V99.

      *-- TOTALES DE LA RENDICION DEL COBRADOR ---------------------*
       77 REN-CANT            PIC 9(04).
       77 REN-IMP             PIC 9(06)V99.
       77 REN-IMP1            PIC 9(06)V99.
       77 REN-IMP2            PIC 9(06)V99.
       77 REN-IMP3            PIC 9(06)V99.
       77 CANT-COBROS         PIC 9(05) VALUE 0.

       77 LIN-PLA             PIC 99 VALUE 0.
      *-- LA PLANILLA SALE AL SPOOL --------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "RENCALLE".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       01 WFECHA-HOY          PIC 9(8).

       01 WFECHA-AUX.
          02 WAA-AUX          PIC 9(4).
          02 WMM-AUX          PIC 9(2).
          02 WDD-AUX          PIC 9(2).
       01 R-FECHA-AUX REDEFINES WFECHA-AUX PIC 9(8).

       01 TITULO-PLANILLA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(30) VALUE
             "RENDICION DEL COBRADOR".
          02 TP-COB PIC 9(03).
          02 FILLER PIC X(01) VALUE SPACES.
          02 TP-NOM PIC X(30).

       01 TITULO-FECHA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(17) VALUE "COBRADO EL DIA ".
          02 TF-DD  PIC 99/.
          02 TF-MM  PIC 99/.
          02 TF-AA  PIC 9(4).
          02 FILLER PIC X(14) VALUE "  RECIBE: ".
          02 TF-OPE PIC X(03).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(07) VALUE "RECIBO ".
          02 FILLER PIC X(09) VALUE "CLIENTE  ".
          02 FILLER PIC X(21) VALUE "NOMBRE".
          02 FILLER PIC X(10) VALUE "  IMPORTE ".
          02 FILLER PIC X(10) VALUE " HASTA 30 ".
          02 FILLER PIC X(10) VALUE " 31 A 90  ".
          02 FILLER PIC X(10) VALUE " MAS DE 90".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-REC   PIC 9(06).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(20).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP1  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP2  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IMP3  PIC ZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 FILLER   PIC X(07) VALUE SPACES.
           02 FILLER   PIC X(12) VALUE "TOTAL COBROS".
           02 STO-CANT PIC ZZZ9.
           02 FILLER   PIC X(13) VALUE SPACES.
           02 STO-IMP  PIC ZZZ.ZZ9,99.
           02 STO-IMP1 PIC ZZZ.ZZ9,99.
           02 STO-IMP2 PIC ZZZ.ZZ9,99.
           02 STO-IMP3 PIC ZZZ.ZZ9,99.

       01  SALIDA-FIRMAS.
           02 FILLER   PIC X(05) VALUE SPACES.
           02 FILLER   PIC X(30) VALUE "..............................".
           02 FILLER   PIC X(10) VALUE SPACES.
           02 FILLER   PIC X(30) VALUE "..............................".

       01  SALIDA-ACLARACION.
           02 FILLER   PIC X(05) VALUE SPACES.
           02 FILLER   PIC X(30) VALUE "      FIRMA DEL COBRADOR".
           02 FILLER   PIC X(10) VALUE SPACES.
           02 FILLER   PIC X(30) VALUE "     RECIBI CONFORME (CAJA)".

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT COBRADORES.
           IF FSTCBR NOT = "00"
              DISPLAY "RENCALLE: NO HAY COBRADORES - CARGUELOS CON "
                 "ABMCOBR"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT CARTERA.
           IF FSTCAR NOT = "00"
              DISPLAY "RENCALLE: NO HAY CARTERA ASIGNADA - VER ASIGCOB"
              CLOSE COBRADORES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "RENCALLE: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE COBRADORES CARTERA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MOVIMIENTOS.
           OPEN I-O COBRANZAS.
           OPEN I-O GESTIONES.
           IF FSTGES NOT = "00"
              OPEN OUTPUT GESTIONES
              CLOSE GESTIONES
              OPEN I-O GESTIONES
           END-IF.
           OPEN I-O COBCALLE.
           IF FSTCLL NOT = "00"
              OPEN OUTPUT COBCALLE
              CLOSE COBCALLE
              OPEN I-O COBCALLE
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM QS-PERM
                                   QS-SUP
           CANCEL "QUIENSOY".
           PERFORM LEER-TALONARIO.

       PEDIR-COBRADOR.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RENDICION DE LOS COBRADORES" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "COBRADOR (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COB LINE 04 POSITION 26.
           IF ENT-COB IS NOT NUMERIC
              MOVE 0 TO ENT-COB
           END-IF.
           IF ENT-COB = 0
              GO TO FIN
           END-IF.
           MOVE ENT-COB TO COCOD.
           READ COBRADORES KEY IS COCOD
              INVALID KEY MOVE "B" TO COEST
           END-READ.
           IF NOT COBR-ACTIVO
              DISPLAY "COBRADOR INEXISTENTE O DADO DE BAJA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-COBRADOR
           END-IF.
           DISPLAY CONOM LINE 04 POSITION 31.
      *-- LA FECHA EN QUE COBRO EN LA CALLE: DE ELLA SALE LA -------*
      *-- ANTIGUEDAD DE LO QUE CANCELO -----------------------------*
           DISPLAY "FECHA DE COBRO AAAAMMDD (0 = HOY): "
              LINE 05 POSITION 05.
           ACCEPT ENT-FECHA LINE 05 POSITION 41.
           IF ENT-FECHA IS NOT NUMERIC
              MOVE 0 TO ENT-FECHA
           END-IF.
           IF ENT-FECHA = 0
              MOVE WFECHA-HOY TO ENT-FECHA
           END-IF.
           MOVE ENT-FECHA TO R-FECHA-AUX.
           IF ENT-FECHA > WFECHA-HOY OR WMM-AUX < 1 OR WMM-AUX > 12
              OR WDD-AUX < 1 OR WDD-AUX > 31
              DISPLAY "FECHA INVALIDA - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-COBRADOR
           END-IF.
           COMPUTE DIAS-COBRO = WAA-AUX * 360 + WMM-AUX * 30 + WDD-AUX.
           MOVE 0 TO REN-CANT REN-IMP REN-IMP1 REN-IMP2 REN-IMP3.
           PERFORM ABRIR-PLANILLA.

       PEDIR-CLIENTE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RENDICION DE LOS COBRADORES" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "COBRADOR: " LINE 04 POSITION 05.
           DISPLAY ENT-COB LINE 04 POSITION 15.
           DISPLAY CONOM LINE 04 POSITION 19.
           MOVE REN-IMP TO IMP-ED.
           DISPLAY "RENDIDO: " LINE 05 POSITION 05.
           DISPLAY IMP-ED LINE 05 POSITION 15.
           DISPLAY "CLIENTE (0 = FIN DE LA RENDICION): "
              LINE 07 POSITION 05.
           ACCEPT ENT-CA LINE 07 POSITION 41.
           IF ENT-CA IS NOT NUMERIC
              MOVE 0 TO ENT-CA
           END-IF.
           IF ENT-CA = 0
              PERFORM CERRAR-PLANILLA
              GO TO PEDIR-COBRADOR
           END-IF.
           MOVE ENT-CA TO PCA WCA-NUM.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.
           DISPLAY PAN LINE 07 POSITION 51.
      *-- UNA CUENTA PASADA A INCOBRABLES SOLO LA COBRA UN ---------*
      *-- SUPERVISOR EN MOSTRADOR, COMO RECUPERO (VER COBRANZA) ----*
           IF PER-INCOBRABLE
              DISPLAY "CUENTA EN INCOBRABLES - SE COBRA EN MOSTRADOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           PERFORM BUSCAR-COBRADOR.
           IF WCOB NOT = ENT-COB
              DISPLAY "EL CLIENTE NO ES DE LA CARTERA DEL COBRADOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
      *-- UNA CUENTA DERIVADA LA GESTIONA LA AGENCIA: SU COBRO -----*
      *-- VIENE EN LA RENDICION DE LA AGENCIA (VER RENDAGE) --------*
           MOVE PCA TO DRV-CA.
           CALL   "DERIVIG" USING DRV-CA DRV-AGE DRV-RES
           CANCEL "DERIVIG".
           IF DRV-RES = "S"
              DISPLAY "CUENTA DERIVADA A LA AGENCIA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY DRV-AGE LINE 22 POSITION 34
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE PSA TO PSA-ED.
           DISPLAY "SALDO ACTUAL: " LINE 09 POSITION 05.
           DISPLAY PSA-ED LINE 09 POSITION 19.
           IF PTS = 1
              DISPLAY "(DEBE)" LINE 09 POSITION 29
           ELSE
              DISPLAY "(HABER)" LINE 09 POSITION 29
           END-IF.
           DISPLAY "IMPORTE COBRADO: " LINE 10 POSITION 05.
           ACCEPT ENT-IMP LINE 10 POSITION 23.
           IF ENT-IMP IS NOT NUMERIC
              MOVE 0 TO ENT-IMP
           END-IF.
           IF ENT-IMP = 0
              GO TO PEDIR-CLIENTE
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CLIENTE
           END-IF.
           PERFORM ACREDITAR-COBRO THRU F-ACREDITAR-COBRO.
           IF SW-ERROR = "S"
              DISPLAY "COBRO NO GRABADO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           ELSE
              DISPLAY "RECIBO NRO. " LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              DISPLAY CLREC LINE 22 POSITION 17
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CLIENTE.

      *-- EL COBRADOR PROPIO DEL CLIENTE MANDA SOBRE EL DE SU ------*
      *-- LOCALIDAD (VER ASIGCOB) ----------------------------------*
       BUSCAR-COBRADOR.
           MOVE "C" TO CATIPO.
           MOVE PCA TO CACOD.
           READ CARTERA KEY IS CACLAVE
              INVALID KEY MOVE 0 TO CACOB
           END-READ.
           IF CACOB = 0
              MOVE "L" TO CATIPO
              MOVE PLOC TO CACOD
              READ CARTERA KEY IS CACLAVE
                 INVALID KEY MOVE 0 TO CACOB
              END-READ
           END-IF.
           MOVE CACOB TO WCOB.

      *-- EL TALONARIO PROPIO DE LOS COBRADORES, COMO EL DE LAS ---*
      *-- AGENCIAS -------------------------------------------------*
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 600001 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 600001 TO WNRO
              MOVE "CALPROX " TO PAR-COD
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

      *-- EL COBRO EN LA CALLE ES UN COBRO COMPLETO: REBAJA EL -----*
      *-- SALDO, RECIBO CON NUMERACION PROPIA, MOVIMIENTO HABER ----*
      *-- APLICADO E IMPUTACION A LO MAS VIEJO ---------------------*
       ACREDITAR-COBRO.
           MOVE "N" TO SW-ERROR.
           IF PTS = 1
              MOVE PSA TO SALDO-TRAB
           ELSE
              COMPUTE SALDO-TRAB = 0 - PSA
           END-IF.
           SUBTRACT ENT-IMP FROM SALDO-TRAB.
           IF SALDO-TRAB < -99999,99
              MOVE "S" TO SW-ERROR
              GO TO F-ACREDITAR-COBRO
           END-IF.
           IF SALDO-TRAB < 0
              MOVE 2 TO PTS
              COMPUTE PSA = 0 - SALDO-TRAB
           ELSE
              MOVE 1 TO PTS
              MOVE SALDO-TRAB TO PSA
           END-IF.
           REWRITE R-PER.
           IF FSTPER NOT = "00"
              MOVE "S" TO SW-ERROR
              GO TO F-ACREDITAR-COBRO
           END-IF.
           MOVE R-PER TO JRN-IMAGEN.
           MOVE "P" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-RECIBO-CALLE.
           PERFORM GRABAR-MOVIMIENTO-PAGO.
           MOVE ENT-IMP TO REST-IMP.
           MOVE 0 TO WIMP1 WIMP2 WIMP3.
           PERFORM CANCELAR-PARTIDAS THRU F-CANCELAR-PARTIDAS.
      *-- LO QUE NO ENCONTRO PARTIDA QUEDA A CUENTA: VA AL TRAMO ---*
      *-- MAS NUEVO ------------------------------------------------*
           ADD REST-IMP TO WIMP1.
           PERFORM GRABAR-COBRO-CALLE.
           PERFORM GRABAR-GESTION.
           ADD 1 TO REN-CANT CANT-COBROS.
           ADD ENT-IMP TO REN-IMP.
           ADD WIMP1 TO REN-IMP1.
           ADD WIMP2 TO REN-IMP2.
           ADD WIMP3 TO REN-IMP3.
           MOVE WNRO TO SD-REC.
           MOVE PCA TO SD-CA.
           MOVE PAN TO SD-NOM.
           MOVE ENT-IMP TO SD-IMP.
           MOVE WIMP1 TO SD-IMP1.
           MOVE WIMP2 TO SD-IMP2.
           MOVE WIMP3 TO SD-IMP3.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-PLANILLA.
           MOVE TAL-PROX TO WNRO.
       F-ACREDITAR-COBRO.
           EXIT.

       GRABAR-RECIBO-CALLE.
           MOVE WNRO TO CBNRO.
           MOVE WFECHA-HOY TO CBFECHA.
           MOVE PCA TO CBCA.
           MOVE PAN TO CBNOM.
           MOVE ENT-IMP TO CBIMP.
           MOVE PSU TO CBSUC.
           MOVE "COB" TO CBOPE.
           MOVE 8 TO CBMED.
           MOVE "A" TO CBEST.
           WRITE R-COB
              INVALID KEY REWRITE R-COB
           END-WRITE.
           MOVE R-COB TO JRN-IMAGEN.
           MOVE "C" TO JRN-ARCH.
           MOVE "A" TO JRN-OP.
           PERFORM ASENTAR-JRN.

       GRABAR-MOVIMIENTO-PAGO.
           PERFORM TOMAR-SECUENCIA.
      *-- "REC " + LOS 9 DIGITOS DE LA SERIE 000, COMO LOS DEL -----*
      *-- MOSTRADOR: ASI EL AUDITOR (AUDICONS) Y EL CIERRE DIARIO --*
      *-- (CIERRED) CASAN EL RECIBO CON SU HABER --------------------*
           MOVE WNRO TO WNRO-SERIE.
           MOVE SPACES TO MVCON.
           STRING "REC " DELIMITED BY SIZE
                  WNRO-SERIE DELIMITED BY SIZE
                  INTO MVCON.
           MOVE ENT-IMP TO MVIMP.
           MOVE 2 TO MVTIP.
           MOVE "S" TO MVAPL.
           MOVE 0 TO MVSDO.
           MOVE 1 TO MVMON.
           MOVE 0 TO MVIMPO.
           MOVE WFECHA-HOY TO MVVTO.
           WRITE R-MOV
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-WRITE.

      *-- LA SECUENCIA ES EL ULTIMO MOVIMIENTO DEL CLIENTE EN EL ---*
      *-- DIA MAS UNO, COMO EN CARGAMOV ----------------------------*
       TOMAR-SECUENCIA.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA-NUM TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA-NUM TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           COMPUTE MVSEC = WSEC-ULT + 1.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MVCA = WCA-NUM AND MVFECHA = WFECHA-HOY
                 MOVE MVSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC.
           EXIT.

      *-- LO COBRADO CANCELA LAS PARTIDAS DE LA MAS VIEJA A LA -----*
      *-- MAS NUEVA, SIN OPERADOR DE POR MEDIO (COMO RENDAGE) ------*
       CANCELAR-PARTIDAS.
           MOVE 0 TO PAR-CANT.
           MOVE "N" TO SW-FIN.
           MOVE WCA-NUM TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM JUNTAR-PARTIDA THRU F-JUNTAR-PARTIDA
              UNTIL SW-FIN = "S".
           MOVE 1 TO PAR-POS.
           PERFORM CANCELAR-UNA-PARTIDA THRU F-CANCELAR-UNA-PARTIDA
              UNTIL PAR-POS > PAR-CANT OR REST-IMP = 0.
       F-CANCELAR-PARTIDAS.
           EXIT.

       JUNTAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF MVCA NOT = WCA-NUM
                 MOVE "S" TO SW-FIN
              ELSE
                 IF MOV-APLICADO AND MOV-DEBE AND MVSDO > 0
                    IF PAR-CANT = 200
                       MOVE "S" TO SW-FIN
                    ELSE
                       ADD 1 TO PAR-CANT
                       MOVE MVCLAVE TO TPAR-CLAVE(PAR-CANT)
                       MOVE MVSDO TO TPAR-SDO(PAR-CANT)
                       MOVE MVVTO TO TPAR-VTO(PAR-CANT)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       F-JUNTAR-PARTIDA.
           EXIT.

      *-- LO IMPUTADO A CADA PARTIDA VA AL TRAMO QUE CORRESPONDE A -*
      *-- SUS DIAS DE VENCIDA A LA FECHA DE COBRO (SIN VENCER CUENTA*
      *-- COMO HASTA 30) -------------------------------------------*
       CANCELAR-UNA-PARTIDA.
           IF TPAR-SDO(PAR-POS) < REST-IMP
              MOVE TPAR-SDO(PAR-POS) TO IMPUTA
           ELSE
              MOVE REST-IMP TO IMPUTA
           END-IF.
           MOVE TPAR-CLAVE(PAR-POS) TO MVCLAVE.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SUBTRACT IMPUTA FROM MVSDO
                 REWRITE R-MOV
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "M" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-READ.
           MOVE TPAR-VTO(PAR-POS) TO R-FECHA-AUX.
           COMPUTE DIAS-MOV = WAA-AUX * 360 + WMM-AUX * 30 + WDD-AUX.
           COMPUTE DIAS-ANT = DIAS-COBRO - DIAS-MOV.
           IF DIAS-ANT > 90
              ADD IMPUTA TO WIMP3
           ELSE
              IF DIAS-ANT > 30
                 ADD IMPUTA TO WIMP2
              ELSE
                 ADD IMPUTA TO WIMP1
              END-IF
           END-IF.
           SUBTRACT IMPUTA FROM REST-IMP.
           ADD 1 TO PAR-POS.
       F-CANCELAR-UNA-PARTIDA.
           EXIT.

      *-- LA BASE DE LA COMISION DEL COBRADOR (VER LIQCOBR) --------*
       GRABAR-COBRO-CALLE.
           MOVE ENT-COB TO CLCOB.
           MOVE ENT-FECHA TO CLFECHA.
           MOVE WNRO TO CLREC.
           MOVE PCA TO CLCA.
           MOVE ENT-IMP TO CLIMP.
           MOVE WIMP1 TO CLIMP1.
           MOVE WIMP2 TO CLIMP2.
           MOVE WIMP3 TO CLIMP3.
           MOVE 0 TO CLLIQ.
           WRITE R-CCA
              INVALID KEY REWRITE R-CCA
           END-WRITE.

      *-- EL COBRO QUEDA COMO GESTION DEL CLIENTE EN LA FECHA EN ---*
      *-- QUE SE COBRO, FIRMADA "COB" ------------------------------*
       GRABAR-GESTION.
           PERFORM BUSCAR-ULTIMA-GESTION.
           MOVE WCA-NUM TO GCCA.
           MOVE ENT-FECHA TO GCFECHA.
           COMPUTE GCSEC = WSEC-ULT + 1.
           MOVE "COBRO COBRADOR" TO GCACC.
           MOVE SPACES TO GCRES.
           STRING "COBRADOR " DELIMITED BY SIZE
                  ENT-COB DELIMITED BY SIZE
                  INTO GCRES.
           MOVE "COB" TO GCOPE.
           MOVE 0 TO GCPROX.
           WRITE R-GES
              INVALID KEY CONTINUE
           END-WRITE.

       BUSCAR-ULTIMA-GESTION.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN.
           MOVE WCA-NUM TO GCCA.
           MOVE ENT-FECHA TO GCFECHA.
           MOVE 0 TO GCSEC.
           START GESTIONES KEY IS NOT LESS THAN GCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-GESTION THRU F-MIRAR-GESTION
              UNTIL SW-FIN = "S".

       MIRAR-GESTION.
           READ GESTIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF GCCA = WCA-NUM AND GCFECHA = ENT-FECHA
                 MOVE GCSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN
              END-IF
           END-IF.
       F-MIRAR-GESTION.
           EXIT.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

      *-- UNA PLANILLA POR RENDICION: LA FIRMAN EL COBRADOR Y QUIEN -*
      *-- RECIBE LA PLATA ------------------------------------------*
       ABRIR-PLANILLA.
           MOVE 1 TO SPL-PAGINAS.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           MOVE ENT-COB TO TP-COB.
           MOVE CONOM TO TP-NOM.
           MOVE WDD-AUX TO TF-DD.
           MOVE WMM-AUX TO TF-MM.
           MOVE WAA-AUX TO TF-AA.
           MOVE QS-OPER TO TF-OPE.
           PERFORM TITULOS-PLANILLA.

       TITULOS-PLANILLA.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-PLANILLA TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-FECHA TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           WRITE R-IMP.
           MOVE 5 TO LIN-PLA.

       ESCRIBIR-PLANILLA.
           WRITE R-IMP.
           ADD 1 TO LIN-PLA.
           IF LIN-PLA > 55
              ADD 1 TO SPL-PAGINAS
              PERFORM TITULOS-PLANILLA
           END-IF.

       CERRAR-PLANILLA.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           WRITE R-IMP.
           MOVE REN-CANT TO STO-CANT.
           MOVE REN-IMP TO STO-IMP.
           MOVE REN-IMP1 TO STO-IMP1.
           MOVE REN-IMP2 TO STO-IMP2.
           MOVE REN-IMP3 TO STO-IMP3.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           MOVE SALIDA-FIRMAS TO R-IMP.
           WRITE R-IMP.
           MOVE SALIDA-ACLARACION TO R-IMP.
           WRITE R-IMP.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           MOVE REN-IMP TO IMP-ED.
           DISPLAY "TOTAL RENDIDO POR EL COBRADOR: " LINE 22 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY IMP-ED LINE 22 POSITION 37
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "RENCALLE: COBROS ACREDITADOS = " CANT-COBROS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PERSONA MOVIMIENTOS COBRANZAS COBRADORES CARTERA
                 COBCALLE GESTIONES.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
