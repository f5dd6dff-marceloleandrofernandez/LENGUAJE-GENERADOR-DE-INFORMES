      *** HOJARUTA - HOJA DE RUTA DIARIA DE LOS COBRADORES         ***
      *** PARA CADA COBRADOR (O UNO SOLO) LISTA LOS CLIENTES DE SU ***
      *** CARTERA (CARTCOB.IND: EL COBRADOR PROPIO DEL CLIENTE O,  ***
      *** SI NO TIENE, EL DE SU LOCALIDAD) QUE TIENEN DEUDA        ***
      *** VENCIDA A HOY (CARGOS APLICADOS CON MVSDO PENDIENTE Y    ***
      *** MVVTO ANTERIOR A HOY), ORDENADOS POR LOCALIDAD Y         ***
      *** DOMICILIO PARA ARMAR EL RECORRIDO - POR CADA UNO: DATOS  ***
      *** DE CONTACTO, VENCIDO, DIAS DE ATRASO DEL CARGO MAS VIEJO ***
      *** Y SALDO TOTAL, CON LUGAR PARA ANOTAR LO COBRADO - NO     ***
      *** ENTRAN LOS INCOBRABLES, LAS CUENTAS DERIVADAS A UNA      ***
      *** AGENCIA (VER DERIVIG) NI LOS CLIENTES CON PLAN DE PAGO   ***
      *** VIGENTE (VER PLANVIG) - PIDIENDO TODOS, LOS DEUDORES SIN ***
      *** COBRADOR SALEN AL FINAL BAJO "SIN ASIGNAR" - LO COBRADO  ***
      *** SE RINDE CON RENCALLE                                    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJARUTA.
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

           SELECT CARTERA ASSIGN TO DISK "CARTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CACLAVE
           FILE STATUS IS FSTCAR.

           SELECT COBRADORES ASSIGN TO DISK "COBRADOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COCOD
           FILE STATUS IS FSTCBR.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           FILE STATUS IS FSTLOC.

      *-- EXTRAIDO CON COBRADOR, LOCALIDAD Y DOMICILIO ADELANTE ----*
      *-- PARA PODER ORDENARLO -------------------------------------*
           SELECT RUTA ASSIGN TO DISK "RUTA.TMP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTRUT.

           SELECT RUTA-W ASSIGN TO DISK "RUTA.WWW".

           SELECT RUTA-S ASSIGN TO DISK "RUTA.ORD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTORD.

      *-- LA HOJA SALE AL SPOOL (VER TOMASPL/VERSPOOL) -------------*
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

        FD CARTERA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-CAR.

         COPY CARTCOB.

        FD COBRADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS R-CBR.

         COPY COBRADOR.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS R-LOC.

         COPY LOCALIDAD.

        FD RUTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-RUT.

         01 R-RUT.
            02 RT-COB     PIC 9(03).
            02 RT-LOC     PIC 9(03).
            02 RT-DOM     PIC X(30).
            02 RT-CA      PIC 9(08).
            02 RT-NOM     PIC X(30).
            02 RT-TEL     PIC X(15).
            02 RT-VENC    PIC 9(06)V99.
            02 RT-SALDO   PIC 9(05)V99.
            02 RT-DIAS    PIC 9(04).

       SD  RUTA-W
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-RUT-W.

         01 R-RUT-W.
            02 RW-COB     PIC 9(03).
            02 RW-LOC     PIC 9(03).
            02 RW-DOM     PIC X(30).
            02 RW-RESTO   PIC X(72).

        FD RUTA-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-RUT-S.

         01 R-RUT-S.
            02 RS-COB     PIC 9(03).
            02 RS-LOC     PIC 9(03).
            02 RS-DOM     PIC X(30).
            02 RS-CA      PIC 9(08).
            02 RS-NOM     PIC X(30).
            02 RS-TEL     PIC X(15).
            02 RS-VENC    PIC 9(06)V99.
            02 RS-SALDO   PIC 9(05)V99.
            02 RS-DIAS    PIC 9(04).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTCAR              PIC XX.
       77 FSTCBR              PIC XX.
       77 FSTLOC              PIC XX.
       77 FSTRUT              PIC XX.
       77 FSTORD              PIC XX.
       77 FSTSPL              PIC XX.
       77 C-T                 PIC 99.
       77 SW-FIN              PIC X.
       77 SW-CARTERA          PIC X.
       77 ENT-COB             PIC 9(03).
       77 WCOB                PIC 9(03).
       77 WVENC               PIC 9(06)V99.
       77 WVTO-MIN            PIC 9(08).
       77 COB-ANT             PIC 9(03).
       77 LOC-ANT             PIC 9(03).
       77 SW-PRIMERO          PIC X VALUE "S".

      *-- FECHA DE HOY EN DIAS "COMERCIALES" (ANIO*360+MES*30+DIA) -*
      *-- PARA LOS DIAS DE ATRASO, COMO EN ANTDEU ------------------*
       77 DIAS-HOY            PIC 9(08) VALUE 0.
       77 DIAS-MOV            PIC 9(08) VALUE 0.
       77 DIAS-ANT            PIC S9(05) VALUE 0.

      *-- PLAN DE PAGO VIGENTE (VER PLANVIG) Y DERIVACION VIGENTE --*
      *-- (VER DERIVIG): ESAS CUENTAS NO LAS VISITA EL COBRADOR ----*
       77 PLA-CA              PIC 9(08).
       77 PLA-RES             PIC X.
       77 DRV-CA              PIC 9(08).
       77 DRV-AGE             PIC 9(03).
       77 DRV-RES             PIC X.

       77 CANT-CLIENTES       PIC 9(05) VALUE 0.
       77 CANT-CON-PLAN       PIC 9(05) VALUE 0.
       77 CANT-DERIVADOS      PIC 9(05) VALUE 0.
       77 CANT-SIN-COBRADOR   PIC 9(05) VALUE 0.
       77 SUB-CANT            PIC 9(05) VALUE 0.
       77 SUB-VENC            PIC 9(08)V99 VALUE 0.
       77 TOT-VENC            PIC 9(08)V99 VALUE 0.

       77 L                   PIC 99 VALUE 0.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- LA HOJA SALE AL SPOOL ------------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "HOJARUTA".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 R-FECHA-HOY REDEFINES WFECHA-HOY PIC 9(8).

      *-- VENCIMIENTO DEL CARGO ABIERTO EN ANIO/MES/DIA ------------*
       01 WFECHA-MOV-R.
          02 FM-AA            PIC 9(4).
          02 FM-MM            PIC 9(2).
          02 FM-DD            PIC 9(2).
       01 R-FECHA-MOV REDEFINES WFECHA-MOV-R PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(45) VALUE
             "HOJA DE RUTA DE LOS COBRADORES".
          02 FILLER PIC X(10) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(09) VALUE "CLIENTE  ".
          02 FILLER PIC X(26) VALUE "NOMBRE".
          02 FILLER PIC X(31) VALUE "DOMICILIO".
          02 FILLER PIC X(14) VALUE "TELEFONO".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-COBRADOR.
           02 FILLER   PIC X(09) VALUE "COBRADOR ".
           02 SC-COD   PIC 9(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SC-NOM   PIC X(30).

       01  SALIDA-LOCALIDAD.
           02 FILLER   PIC X(03) VALUE SPACES.
           02 FILLER   PIC X(10) VALUE "LOCALIDAD ".
           02 SL-COD   PIC 9(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SL-DESC  PIC X(15).

       01  SALIDA-DE-DETALLE.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(25).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DOM   PIC X(30).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-TEL   PIC X(14).

      *-- SEGUNDO RENGLON DEL CLIENTE, CON LUGAR PARA QUE EL -------*
      *-- COBRADOR ANOTE LO QUE COBRO ------------------------------*
       01  SALIDA-DE-DEUDA.
           02 FILLER   PIC X(09) VALUE SPACES.
           02 FILLER   PIC X(08) VALUE "VENCIDO ".
           02 SDE-VENC PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(08) VALUE " ATRASO ".
           02 SDE-DIAS PIC ZZZ9.
           02 FILLER   PIC X(07) VALUE " DIAS  ".
           02 FILLER   PIC X(06) VALUE "SALDO ".
           02 SDE-SDO  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(19) VALUE "  COBRADO .........".

       01  SALIDA-DE-IMPORTE.
           02 SI-LEYENDA PIC X(40).
           02 SI-IMP     PIC Z.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "HOJA DE RUTA DE LOS COBRADORES" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "COBRADOR (0 = TODOS): " LINE 04 POSITION 05.
           ACCEPT ENT-COB LINE 04 POSITION 28.
           IF ENT-COB IS NOT NUMERIC
              MOVE 0 TO ENT-COB
           END-IF.
           OPEN INPUT COBRADORES.
           IF FSTCBR NOT = "00"
              DISPLAY "HOJARUTA: NO HAY COBRADORES - CARGUELOS CON "
                 "ABMCOBR"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF ENT-COB NOT = 0
              MOVE ENT-COB TO COCOD
              READ COBRADORES KEY IS COCOD
                 INVALID KEY
                    DISPLAY "HOJARUTA: COBRADOR INEXISTENTE"
                    CLOSE COBRADORES
                    GO TO FIN-SIN-ARCHIVOS
              END-READ
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "HOJARUTA: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE COBRADORES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              DISPLAY "HOJARUTA: MOVPER.IND NO ENCONTRADO (FST="
                 FSTMOV ")"
              CLOSE COBRADORES PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- SIN CARTERA CARGADA TODOS LOS DEUDORES QUEDAN SIN ASIGNAR *
           MOVE "S" TO SW-CARTERA.
           OPEN INPUT CARTERA.
           IF FSTCAR NOT = "00"
              MOVE "N" TO SW-CARTERA
           END-IF.
           OPEN INPUT MAELOC.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.
           OPEN OUTPUT RUTA.
           PERFORM EXTRAER-DEUDOR THRU F-EXTRAER-DEUDOR
              UNTIL FSTPER = "10".
           CLOSE PERSONA MOVIMIENTOS RUTA.
           IF SW-CARTERA = "S"
              CLOSE CARTERA
           END-IF.
           PERFORM ORDENAR-RUTA.
           OPEN INPUT RUTA-S.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           GO TO PROCESO.

      *-- UN DEUDOR ENTRA SI ES DEL COBRADOR PEDIDO Y TIENE DEUDA --*
      *-- VENCIDA A HOY --------------------------------------------*
       EXTRAER-DEUDOR.
           READ PERSONA NEXT RECORD AT END MOVE "10" TO FSTPER.
           IF FSTPER = "10"
              GO TO F-EXTRAER-DEUDOR
           END-IF.
           IF PTS NOT = 1 OR PSA = 0 OR PER-INCOBRABLE
              GO TO F-EXTRAER-DEUDOR
           END-IF.
           PERFORM BUSCAR-COBRADOR.
           IF ENT-COB NOT = 0 AND WCOB NOT = ENT-COB
              GO TO F-EXTRAER-DEUDOR
           END-IF.
           PERFORM CALCULAR-VENCIDO.
           IF WVENC = 0
              GO TO F-EXTRAER-DEUDOR
           END-IF.
           MOVE PCA TO PLA-CA.
           CALL   "PLANVIG" USING PLA-CA PLA-RES
           CANCEL "PLANVIG".
           IF PLA-RES = "S"
              ADD 1 TO CANT-CON-PLAN
              GO TO F-EXTRAER-DEUDOR
           END-IF.
           MOVE PCA TO DRV-CA.
           CALL   "DERIVIG" USING DRV-CA DRV-AGE DRV-RES
           CANCEL "DERIVIG".
           IF DRV-RES = "S"
              ADD 1 TO CANT-DERIVADOS
              GO TO F-EXTRAER-DEUDOR
           END-IF.
      *-- LOS SIN COBRADOR VAN AL FINAL, PARA ASIGNARLOS -----------*
           IF WCOB = 0
              ADD 1 TO CANT-SIN-COBRADOR
              MOVE 999 TO RT-COB
           ELSE
              MOVE WCOB TO RT-COB
           END-IF.
           MOVE PLOC TO RT-LOC.
           MOVE PDOM TO RT-DOM.
           MOVE PCA TO RT-CA.
           MOVE PAN TO RT-NOM.
           MOVE PTEL TO RT-TEL.
           MOVE WVENC TO RT-VENC.
           MOVE PSA TO RT-SALDO.
           MOVE WVTO-MIN TO R-FECHA-MOV.
           COMPUTE DIAS-MOV = FM-AA * 360 + FM-MM * 30 + FM-DD.
           COMPUTE DIAS-ANT = DIAS-HOY - DIAS-MOV.
           IF DIAS-ANT > 9999
              MOVE 9999 TO DIAS-ANT
           END-IF.
           MOVE DIAS-ANT TO RT-DIAS.
           WRITE R-RUT.
       F-EXTRAER-DEUDOR.
           EXIT.

      *-- EL COBRADOR PROPIO DEL CLIENTE MANDA SOBRE EL DE SU ------*
      *-- LOCALIDAD (VER ASIGCOB) ----------------------------------*
       BUSCAR-COBRADOR.
           MOVE 0 TO WCOB.
           IF SW-CARTERA = "S"
              MOVE "C" TO CATIPO
              MOVE PCA TO CACOD
              READ CARTERA KEY IS CACLAVE
                 INVALID KEY MOVE 0 TO CACOB
              END-READ
              IF CACOB = 0
                 MOVE "L" TO CATIPO
                 MOVE PLOC TO CACOD
                 READ CARTERA KEY IS CACLAVE
                    INVALID KEY MOVE 0 TO CACOB
                 END-READ
              END-IF
              MOVE CACOB TO WCOB
           END-IF.

      *-- VENCIDO = LO PENDIENTE DE LOS CARGOS YA VENCIDOS; EL MAS -*
      *-- VIEJO DA LOS DIAS DE ATRASO ------------------------------*
       CALCULAR-VENCIDO.
           MOVE 0 TO WVENC.
           MOVE R-FECHA-HOY TO WVTO-MIN.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM SUMAR-VENCIDO THRU F-SUMAR-VENCIDO
              UNTIL SW-FIN = "S".

       SUMAR-VENCIDO.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUMAR-VENCIDO
           END-IF.
           IF MVCA NOT = PCA
              MOVE "S" TO SW-FIN
              GO TO F-SUMAR-VENCIDO
           END-IF.
           IF MOV-APLICADO AND MOV-DEBE AND MVSDO > 0
              AND MVVTO < R-FECHA-HOY
              ADD MVSDO TO WVENC
              IF MVVTO < WVTO-MIN
                 MOVE MVVTO TO WVTO-MIN
              END-IF
           END-IF.
       F-SUMAR-VENCIDO.
           EXIT.

      *-- POR COBRADOR, LOCALIDAD Y DOMICILIO: EL ORDEN DEL --------*
      *-- RECORRIDO ------------------------------------------------*
       ORDENAR-RUTA.
           SORT RUTA-W
                ASCENDING KEY RW-COB RW-LOC RW-DOM
                USING  RUTA
                GIVING RUTA-S.

       PROCESO.
           READ RUTA-S NEXT RECORD AT END GO TO IMPRIMIR-TOTALES.
           IF SW-PRIMERO = "S" OR RS-COB NOT = COB-ANT
              PERFORM CAMBIO-COBRADOR
           END-IF.
           IF RS-LOC NOT = LOC-ANT
              PERFORM CAMBIO-LOCALIDAD
           END-IF.
           MOVE RS-CA TO SD-CA.
           MOVE RS-NOM TO SD-NOM.
           MOVE RS-DOM TO SD-DOM.
           MOVE RS-TEL TO SD-TEL.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE RS-VENC TO SDE-VENC.
           MOVE RS-DIAS TO SDE-DIAS.
           MOVE RS-SALDO TO SDE-SDO.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DEUDA TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO SUB-CANT CANT-CLIENTES.
           ADD RS-VENC TO SUB-VENC TOT-VENC.
           GO TO PROCESO.

      *-- CADA COBRADOR EMPIEZA EN HOJA NUEVA ----------------------*
       CAMBIO-COBRADOR.
           IF SW-PRIMERO = "N"
              PERFORM IMPRIMIR-SUBTOTAL
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.
           MOVE "N" TO SW-PRIMERO.
           MOVE RS-COB TO COB-ANT.
           MOVE 999 TO LOC-ANT.
           MOVE 0 TO SUB-CANT SUB-VENC.
           IF RS-COB = 999
              MOVE 0 TO SC-COD
              MOVE "SIN ASIGNAR" TO SC-NOM
           ELSE
              MOVE RS-COB TO SC-COD COCOD
              READ COBRADORES KEY IS COCOD
                 INVALID KEY MOVE SPACES TO CONOM
              END-READ
              MOVE CONOM TO SC-NOM
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-COBRADOR TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       CAMBIO-LOCALIDAD.
           MOVE RS-LOC TO LOC-ANT.
           MOVE RS-LOC TO SL-COD MLOC.
           READ MAELOC KEY IS MLOC
              INVALID KEY MOVE SPACES TO MLDESC
           END-READ.
           MOVE MLDESC TO SL-DESC.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SALIDA-LOCALIDAD TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CLIENTES A VISITAR" TO ST-LEYENDA.
           MOVE SUB-CANT TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "VENCIDO A COBRAR" TO SI-LEYENDA.
           MOVE SUB-VENC TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.

       IMPRIMIR-TOTALES.
           IF SW-PRIMERO = "N"
              PERFORM IMPRIMIR-SUBTOTAL
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL DE CLIENTES EN LA HOJA" TO ST-LEYENDA.
           MOVE CANT-CLIENTES TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "TOTAL VENCIDO" TO SI-LEYENDA.
           MOVE TOT-VENC TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           IF ENT-COB = 0
              MOVE "DEUDORES SIN COBRADOR ASIGNADO" TO ST-LEYENDA
              MOVE CANT-SIN-COBRADOR TO ST-CANT
              PERFORM IMPRIMIR-TOTAL
           END-IF.
           MOVE "NO INCLUIDOS POR PLAN DE PAGO VIGENTE" TO ST-LEYENDA.
           MOVE CANT-CON-PLAN TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "NO INCLUIDOS POR DERIVADOS A AGENCIA" TO ST-LEYENDA.
           MOVE CANT-DERIVADOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CLOSE RUTA-S COBRADORES MAELOC.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.

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
