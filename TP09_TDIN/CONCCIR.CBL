      *** CONCCIR - CONCILIACION DE LA CIRCULARIZACION DE SALDOS   ***
      *** PARA UNA FECHA DE CIERRE, RECORRE LOS PEDIDOS DE         ***
      *** CIRCULA.IND (VER CIRCSAL / RESPCIR) Y SACA AL SPOOL:     ***
      *** EL DETALLE DE LOS DISCONFORMES CON NUESTRO SALDO, EL QUE ***
      *** INFORMA EL CLIENTE, LA DIFERENCIA (POSITIVA = EL CLIENTE ***
      *** RECONOCE MENOS DEUDA QUE LA NUESTRA) Y SU EXPLICACION;   ***
      *** LA LISTA DE LOS PENDIENTES Y SIN RESPUESTA, PARA LOS     ***
      *** PROCEDIMIENTOS ALTERNATIVOS DEL AUDITOR; Y LOS TOTALES   ***
      *** POR ESTADO Y POR CRITERIO DE SELECCION, CON EL           ***
      *** PORCENTAJE DE RESPUESTA                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCCIR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULARES ASSIGN TO DISK "CIRCULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRNRO
           ALTERNATE RECORD KEY IS CRCA DUPLICATES
           FILE STATUS IS FSTCIR.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD CIRCULARES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS R-CIR.

         COPY CIRCULA.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTCIR              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 SW-FIN              PIC X.
      *-- SALDOS CON SIGNO (POSITIVO = DEUDOR) ---------------------*
       77 SALDO-NUESTRO       PIC S9(07)V99.
       77 SALDO-CLIENTE       PIC S9(07)V99.
       77 WDIF                PIC S9(07)V99.
      *-- TOTALES POR ESTADO ---------------------------------------*
       77 CANT-PEDIDOS        PIC 9(05) VALUE 0.
       77 CANT-CONFORMES      PIC 9(05) VALUE 0.
       77 CANT-DISCONFORMES   PIC 9(05) VALUE 0.
       77 CANT-SIN-RESP       PIC 9(05) VALUE 0.
       77 CANT-PENDIENTES     PIC 9(05) VALUE 0.
       77 CANT-POR-IMPORTE    PIC 9(05) VALUE 0.
       77 CANT-MUESTRA        PIC 9(05) VALUE 0.
       77 TOT-PEDIDO          PIC 9(09)V99 VALUE 0.
       77 TOT-CONFORME        PIC 9(09)V99 VALUE 0.
       77 TOT-DISCONFORME     PIC 9(09)V99 VALUE 0.
       77 TOT-SIN-RESP        PIC 9(09)V99 VALUE 0.
       77 TOT-DIFERENCIA      PIC S9(09)V99 VALUE 0.
       77 PORC-RESP           PIC 9(03)V99.
      *-- PASADA DEL RECORRIDO: D = DISCONFORMES, P = PENDIENTES ---*
       77 WPASADA             PIC X.

       77 L                   PIC 99 VALUE 0.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CONCCIR ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 WFECHA-CIE.
          02 WAA-CIE          PIC 9(4).
          02 WMM-CIE          PIC 9(2).
          02 WDD-CIE          PIC 9(2).
       01 R-FECHA-CIE REDEFINES WFECHA-CIE PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(45) VALUE
             "CONCILIACION DE LA CIRCULARIZACION DE SALDOS".
          02 FILLER PIC X(10) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULO-CIERRE.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(19) VALUE "SALDOS AL CIERRE  ".
          02 TC-DD  PIC 99/.
          02 TC-MM  PIC 99/.
          02 TC-AA  PIC 9(4).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(07) VALUE "PEDIDO ".
          02 FILLER PIC X(09) VALUE "CLIENTE  ".
          02 FILLER PIC X(19) VALUE "NOMBRE".
          02 FILLER PIC X(15) VALUE "  SALDO NUESTRO".
          02 FILLER PIC X(15) VALUE "  SALDO CLIENTE".
          02 FILLER PIC X(12) VALUE "  DIFERENCIA".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-SECCION.
           02 SS-LEYENDA PIC X(60).

       01  SALIDA-DE-DETALLE.
           02 SD-NRO   PIC 9(06).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(18).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-SDO   PIC Z.ZZZ.ZZ9,99.
           02 SD-DH    PIC X(01).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-SDOCLI PIC Z.ZZZ.ZZ9,99.
           02 SD-DHCLI PIC X(01).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DIF   PIC -ZZZ.ZZ9,99.

       01  SALIDA-OBSERVACION.
           02 FILLER   PIC X(16) VALUE SPACES.
           02 FILLER   PIC X(09) VALUE "DETALLE: ".
           02 SO-OBS   PIC X(30).
           02 FILLER   PIC X(10) VALUE "  CARGADO ".
           02 SO-OPE   PIC X(03).

       01  SALIDA-PENDIENTE.
           02 SP-NRO   PIC 9(06).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SP-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SP-NOM   PIC X(30).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SP-SEL   PIC X(01).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SP-SDO   PIC Z.ZZZ.ZZ9,99.
           02 SP-DH    PIC X(01).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SP-EST   PIC X(13).

       01  SALIDA-DE-IMPORTE.
           02 SI-LEYENDA PIC X(40).
           02 SI-IMP     PIC -ZZ.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.

       01  SALIDA-PORCENTAJE.
           02 SPC-LEYENDA PIC X(45).
           02 SPC-PORC    PIC ZZ9,99.
           02 FILLER      PIC X(02) VALUE " %".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CONCILIACION DE LA CIRCULARIZACION" LINE 02
              POSITION 23 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           COMPUTE WAA-CIE = WAA-HOY - 1.
           MOVE 12 TO WMM-CIE.
           MOVE 31 TO WDD-CIE.
           DISPLAY "FECHA DE CIERRE (AAAAMMDD - 0 = FIN): "
              LINE 04 POSITION 05.
           ACCEPT R-FECHA-CIE LINE 04 POSITION 44.
           IF R-FECHA-CIE IS NOT NUMERIC OR R-FECHA-CIE = 0
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT CIRCULARES.
           IF FSTCIR NOT = "00"
              DISPLAY "CONCCIR: NO HAY PEDIDOS DE CONFIRMACION - "
                 "CORRA CIRCSAL"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE "RESPUESTAS DISCONFORMES" TO SS-LEYENDA.
           PERFORM IMPRIMIR-SECCION.
           MOVE "D" TO WPASADA.
           PERFORM RECORRER-PEDIDOS.
           MOVE "PENDIENTES Y SIN RESPUESTA (PROCEDIM. ALTERNATIVOS)"
              TO SS-LEYENDA.
           PERFORM IMPRIMIR-SECCION.
           MOVE "P" TO WPASADA.
           PERFORM RECORRER-PEDIDOS.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CLOSE CIRCULARES PERSONA.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.

      *-- CADA PASADA RECORRE TODOS LOS PEDIDOS DEL CIERRE; LOS ----*
      *-- TOTALES SE ACUMULAN SOLO EN LA PRIMERA -------------------*
       RECORRER-PEDIDOS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO CRNRO.
           START CIRCULARES KEY IS NOT LESS THAN CRNRO
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PEDIDO THRU F-MIRAR-PEDIDO
              UNTIL SW-FIN = "S".

       MIRAR-PEDIDO.
           READ CIRCULARES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-PEDIDO
           END-IF.
           IF CRFCIE NOT = R-FECHA-CIE
              GO TO F-MIRAR-PEDIDO
           END-IF.
           IF WPASADA = "D"
              PERFORM ACUMULAR-PEDIDO
              IF CIR-DISCONFORME
                 PERFORM IMPRIMIR-DISCONFORME
              END-IF
           ELSE
              IF CIR-PENDIENTE OR CIR-SIN-RESPUESTA
                 PERFORM IMPRIMIR-PENDIENTE
              END-IF
           END-IF.
       F-MIRAR-PEDIDO.
           EXIT.

       ACUMULAR-PEDIDO.
           ADD 1 TO CANT-PEDIDOS.
           ADD CRSDO TO TOT-PEDIDO.
           IF CIR-POR-IMPORTE
              ADD 1 TO CANT-POR-IMPORTE
           ELSE
              ADD 1 TO CANT-MUESTRA
           END-IF.
           EVALUATE TRUE
              WHEN CIR-CONFORME
                 ADD 1 TO CANT-CONFORMES
                 ADD CRSDO TO TOT-CONFORME
              WHEN CIR-DISCONFORME
                 ADD 1 TO CANT-DISCONFORMES
                 ADD CRSDO TO TOT-DISCONFORME
              WHEN CIR-SIN-RESPUESTA
                 ADD 1 TO CANT-SIN-RESP
                 ADD CRSDO TO TOT-SIN-RESP
              WHEN OTHER
                 ADD 1 TO CANT-PENDIENTES
                 ADD CRSDO TO TOT-SIN-RESP
           END-EVALUATE.

      *-- LA DIFERENCIA ES NUESTRO SALDO MENOS EL DEL CLIENTE, LOS -*
      *-- DOS CON SIGNO: UN DEUDOR QUE RECONOCE MENOS DA POSITIVO --*
       IMPRIMIR-DISCONFORME.
           IF CRTS = 2
              COMPUTE SALDO-NUESTRO = 0 - CRSDO
           ELSE
              MOVE CRSDO TO SALDO-NUESTRO
           END-IF.
           IF CRTSCLI = 2
              COMPUTE SALDO-CLIENTE = 0 - CRSDOCLI
           ELSE
              MOVE CRSDOCLI TO SALDO-CLIENTE
           END-IF.
           COMPUTE WDIF = SALDO-NUESTRO - SALDO-CLIENTE.
           ADD WDIF TO TOT-DIFERENCIA.
           PERFORM LEER-CLIENTE.
           MOVE CRNRO TO SD-NRO.
           MOVE CRCA TO SD-CA.
           MOVE PAN TO SD-NOM.
           MOVE CRSDO TO SD-SDO.
           IF CRTS = 2
              MOVE "H" TO SD-DH
           ELSE
              MOVE "D" TO SD-DH
           END-IF.
           MOVE CRSDOCLI TO SD-SDOCLI.
           IF CRTSCLI = 2
              MOVE "H" TO SD-DHCLI
           ELSE
              MOVE "D" TO SD-DHCLI
           END-IF.
           MOVE WDIF TO SD-DIF.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           IF CROBS NOT = SPACES
              MOVE CROBS TO SO-OBS
              MOVE CROPE TO SO-OPE
              MOVE SPACES TO R-IMP
              MOVE SALIDA-OBSERVACION TO R-IMP
              PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-PENDIENTE.
           PERFORM LEER-CLIENTE.
           MOVE CRNRO TO SP-NRO.
           MOVE CRCA TO SP-CA.
           MOVE PAN TO SP-NOM.
           MOVE CRSEL TO SP-SEL.
           MOVE CRSDO TO SP-SDO.
           IF CRTS = 2
              MOVE "H" TO SP-DH
           ELSE
              MOVE "D" TO SP-DH
           END-IF.
           IF CIR-PENDIENTE
              MOVE "PENDIENTE" TO SP-EST
           ELSE
              MOVE "SIN RESPUESTA" TO SP-EST
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-PENDIENTE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       LEER-CLIENTE.
           MOVE CRCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE "NO ENCONTRADO" TO PAN
           END-READ.

       IMPRIMIR-SECCION.
           ADD 1 TO L.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-SECCION TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           ADD 1 TO L.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "PEDIDOS EMITIDOS" TO ST-LEYENDA.
           MOVE CANT-PEDIDOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "   POR IMPORTE" TO ST-LEYENDA.
           MOVE CANT-POR-IMPORTE TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "   POR MUESTRA AL AZAR" TO ST-LEYENDA.
           MOVE CANT-MUESTRA TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CONFORMES" TO ST-LEYENDA.
           MOVE CANT-CONFORMES TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "DISCONFORMES" TO ST-LEYENDA.
           MOVE CANT-DISCONFORMES TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "SIN RESPUESTA" TO ST-LEYENDA.
           MOVE CANT-SIN-RESP TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "PENDIENTES" TO ST-LEYENDA.
           MOVE CANT-PENDIENTES TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "SALDOS CIRCULARIZADOS" TO SI-LEYENDA.
           MOVE TOT-PEDIDO TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "   CONFIRMADOS" TO SI-LEYENDA.
           MOVE TOT-CONFORME TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "   CON DISCONFORMIDAD" TO SI-LEYENDA.
           MOVE TOT-DISCONFORME TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "   SIN RESPUESTA O PENDIENTES" TO SI-LEYENDA.
           MOVE TOT-SIN-RESP TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE "DIFERENCIAS INFORMADAS (NETO)" TO SI-LEYENDA.
           MOVE TOT-DIFERENCIA TO SI-IMP.
           PERFORM IMPRIMIR-IMPORTE.
           MOVE 0 TO PORC-RESP.
           IF CANT-PEDIDOS > 0
              COMPUTE PORC-RESP ROUNDED =
                 (CANT-CONFORMES + CANT-DISCONFORMES) * 100
                 / CANT-PEDIDOS
           END-IF.
           MOVE "PORCENTAJE DE RESPUESTA" TO SPC-LEYENDA.
           MOVE PORC-RESP TO SPC-PORC.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-PORCENTAJE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-IMPORTE.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-IMPORTE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

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
           MOVE WDD-CIE TO TC-DD.
           MOVE WMM-CIE TO TC-MM.
           MOVE WAA-CIE TO TC-AA.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-CIERRE TO R-IMP.
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
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.
