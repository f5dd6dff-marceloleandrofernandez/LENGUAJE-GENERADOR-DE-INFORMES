      *** CIRCSAL - CIRCULARIZACION DE SALDOS PARA LA AUDITORIA    ***
      *** EXTERNA - SE CORRE AL CIERRE DEL EJERCICIO, JUNTO CON    ***
      *** APEREJ: PIDE LA FECHA DE CIERRE, EL IMPORTE A PARTIR DEL ***
      *** CUAL SE CIRCULARIZA A TODOS Y EL PORCENTAJE DE LA        ***
      *** MUESTRA AL AZAR DE LOS SALDOS MENORES - EL SALDO A LA    ***
      *** FECHA DE CIERRE SE RECONSTRUYE DESDE EL ACTUAL, SACANDO  ***
      *** LOS MOVIMIENTOS APLICADOS POSTERIORES (EL ARRASTRE DE    ***
      *** SALDO INICIAL NO MUEVE EL SALDO Y NO SE TOCA) - CADA     ***
      *** CLIENTE ELEGIDO RECIBE SU CARTA DE CONFIRMACION CON EL   ***
      *** DETALLE DE PARTIDAS ABIERTAS Y QUEDA REGISTRADO COMO     ***
      *** PEDIDO EN CIRCULA.IND CON SU NUMERO (TALONARIO           ***
      *** CIRCUL.CTL) - UN CLIENTE YA CIRCULARIZADO PARA ESE       ***
      *** CIERRE NO SE VUELVE A ELEGIR - LAS CARTAS SALEN AL SPOOL ***
      *** Y APARTE EL REGISTRO DE LOS PEDIDOS DE LA CORRIDA - LAS  ***
      *** RESPUESTAS SE CARGAN CON RESPCIR Y SE CONCILIAN CON      ***
      *** CONCCIR                                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCSAL.
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
           FILE STATUS IS FSTPER.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

      *-- PARA PONER LA DESCRIPCION DE LA LOCALIDAD EN LA CARTA ----*
           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           FILE STATUS IS FSTLOC.

           SELECT CIRCULARES ASSIGN TO DISK "CIRCULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRNRO
           ALTERNATE RECORD KEY IS CRCA DUPLICATES
           FILE STATUS IS FSTCIR.

      *-- NUMERACION PROPIA DE LOS PEDIDOS DE CONFIRMACION ---------*
           SELECT TALONARIO ASSIGN TO DISK "CIRCUL.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

           SELECT F-EMPRESA ASSIGN TO DISK "EMPRESA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEMPC.

      *-- LAS CARTAS Y EL REGISTRO SALEN AL SPOOL (VER TOMASPL) ----*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION LINE SEQUENTIAL
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

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS R-LOC.

         COPY LOCALIDAD.

        FD CIRCULARES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS R-CIR.

         COPY CIRCULA.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

      *-- EMPRESA.CFG: RAZON SOCIAL, CUIT DEL EMISOR Y PUNTO DE ---*
      *-- VENTA (VER GENCAE) ---------------------------------------*
        FD F-EMPRESA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-EMPRESA.
         01 R-EMPRESA.
            02 CFG-RAZON    PIC X(26).
            02 CFG-CUIT     PIC X(11).
            02 CFG-PTOVTA   PIC X(04).
            02 FILLER       PIC X(19).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTLOC              PIC XX.
       77 FSTCIR              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTEMPC             PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 SW-PEDIDO           PIC X.
       77 WNRO                PIC 9(06).
       77 WRAZON              PIC X(26) VALUE SPACES.
       77 WDLOC               PIC X(15).
      *-- CRITERIO DE SELECCION ------------------------------------*
       77 WUMBRAL             PIC 9(06)V99.
       77 WPORC               PIC 99.
       77 UMBRAL-ED           PIC ZZZ.ZZ9,99.
      *-- SALDO DEL CLIENTE A LA FECHA DE CIERRE, CON SIGNO --------*
      *-- (POSITIVO = DEUDOR) --------------------------------------*
       77 SALDO-CIE           PIC S9(07)V99.
       77 SALDO-ABS           PIC 9(07)V99.
       77 WSEL                PIC X.
      *-- MUESTRA AL AZAR: GENERADOR CONGRUENCIAL (MULTIPLICADOR  --*
      *-- 16807, MODULO 2147483647) SEMBRADO CON LA HORA ----------*
       77 SEMILLA             PIC 9(10).
       77 PRODUCTO            PIC 9(15).
       77 COCIENTE            PIC 9(10).
       77 AZAR                PIC 99.
       01 WHORA-ACT           PIC 9(08).
      *-- PARTIDAS ABIERTAS QUE ENTRAN EN LA CARTA -----------------*
       77 PART-MAX            PIC 99 VALUE 15.
       77 PART-CANT           PIC 9(03).
       77 PART-RESTO          PIC 9(03).
       77 PART-TOT            PIC S9(07)V99.
       77 PART-TOT-RESTO      PIC 9(07)V99.
       77 DIF-PART            PIC S9(07)V99.
      *-- LA CORRIDA -----------------------------------------------*
       77 PRIMER-NRO          PIC 9(06) VALUE 0.
       77 ULTIMO-NRO          PIC 9(06) VALUE 0.
       77 CANT-LEIDOS         PIC 9(05) VALUE 0.
       77 CANT-POR-IMPORTE    PIC 9(05) VALUE 0.
       77 CANT-MUESTRA        PIC 9(05) VALUE 0.
       77 CANT-YA-PEDIDOS     PIC 9(05) VALUE 0.
       77 CANT-FALLADOS       PIC 9(05) VALUE 0.
       77 TOT-CIRCULARIZADO   PIC 9(09)V99 VALUE 0.

       77 L                   PIC 99 VALUE 0.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- LAS CARTAS Y EL REGISTRO SALEN AL SPOOL -------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CIRCSAL ".
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

       01 WFECHA-AUX.
          02 WAA-AUX          PIC 9(4).
          02 WMM-AUX          PIC 9(2).
          02 WDD-AUX          PIC 9(2).
       01 R-FECHA-AUX REDEFINES WFECHA-AUX PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

      *-- LA CARTA -------------------------------------------------*
       01 LINEA-RAYA.
          02 FILLER    PIC X(72) VALUE ALL "=".

       01 CARTA-EMPRESA.
          02 CE-RAZON  PIC X(26).
          02 FILLER    PIC X(24) VALUE SPACES.
          02 FILLER    PIC X(11) VALUE "PEDIDO NRO ".
          02 CE-NRO    PIC 9(06).

       01 CARTA-FECHA.
          02 FILLER    PIC X(50) VALUE SPACES.
          02 FILLER    PIC X(07) VALUE "FECHA  ".
          02 CF-DD     PIC 99/.
          02 CF-MM     PIC 99/.
          02 CF-AA     PIC 9(4).

       01 CARTA-CLIENTE.
          02 FILLER    PIC X(07) VALUE "SRES.  ".
          02 CC-PAN    PIC X(30).
          02 FILLER    PIC X(10) VALUE "  CLIENTE ".
          02 CC-PCA    PIC 9(08).

       01 CARTA-DOMICILIO.
          02 FILLER    PIC X(07) VALUE SPACES.
          02 CD-PDOM   PIC X(30).

       01 CARTA-LOCALIDAD.
          02 FILLER    PIC X(07) VALUE SPACES.
          02 CL-PCP    PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CL-DLOC   PIC X(15).

       01 CARTA-TEXTO-1.
          02 FILLER    PIC X(40) VALUE
             "DE NUESTRA CONSIDERACION:".

       01 CARTA-TEXTO-2.
          02 FILLER    PIC X(36) VALUE
             "NUESTROS AUDITORES EXTERNOS ESTAN EX".
          02 FILLER    PIC X(36) VALUE
             "AMINANDO LOS ESTADOS CONTABLES DE LA".

       01 CARTA-TEXTO-3.
          02 FILLER    PIC X(36) VALUE
             "EMPRESA. LES ROGAMOS CONFIRMARLES DI".
          02 FILLER    PIC X(36) VALUE
             "RECTAMENTE EL SALDO DE SU CUENTA AL ".

       01 CARTA-TEXTO-4.
          02 CT-DD     PIC 99/.
          02 CT-MM     PIC 99/.
          02 CT-AA     PIC 9(4).
          02 FILLER    PIC X(40) VALUE
             ", QUE SEGUN NUESTROS REGISTROS ES:".

       01 CARTA-SALDO.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CS-LEYENDA PIC X(35).
          02 FILLER    PIC X(02) VALUE "$ ".
          02 CS-SALDO  PIC Z.ZZZ.ZZ9,99.

       01 CARTA-TIT-PARTIDAS.
          02 FILLER    PIC X(40) VALUE
             "DETALLE DE PARTIDAS ABIERTAS AL CIERRE:".

       01 CARTA-SUB-PARTIDAS.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(12) VALUE "FECHA".
          02 FILLER    PIC X(16) VALUE "CONCEPTO".
          02 FILLER    PIC X(13) VALUE "VENCIMIENTO".
          02 FILLER    PIC X(13) VALUE "    IMPORTE".
          02 FILLER    PIC X(13) VALUE "  PENDIENTE".

       01 CARTA-PARTIDA.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CP-DD     PIC 99/.
          02 CP-MM     PIC 99/.
          02 CP-AA     PIC 9(4).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CP-CON    PIC X(15).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CP-VDD    PIC 99/.
          02 CP-VMM    PIC 99/.
          02 CP-VAA    PIC 9(4).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 CP-IMP    PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 CP-SDO    PIC ZZ.ZZ9,99.

       01 CARTA-PARTIDAS-MAS.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(02) VALUE "Y ".
          02 CM-CANT   PIC ZZ9.
          02 FILLER    PIC X(40) VALUE
             " PARTIDAS MAS (SE ADJUNTA RESUMEN)".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CM-SDO    PIC Z.ZZZ.ZZ9,99.

      *-- LO QUE NO ES PARTIDA ABIERTA: PAGOS A CUENTA Y SALDOS ----*
      *-- ACREEDORES, Y LO QUE SE IMPUTO A PARTIDAS DEL EJERCICIO --*
      *-- CON COBRANZAS POSTERIORES AL CIERRE ----------------------*
       01 CARTA-DIFERENCIA.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(50) VALUE
             "PAGOS A CUENTA E IMPUTACIONES POSTERIORES".
          02 CD-DIF    PIC -Z.ZZZ.ZZ9,99.

       01 CARTA-TEXTO-5.
          02 FILLER    PIC X(36) VALUE
             "ESTA CARTA NO ES UN RECLAMO DE PAGO.".
          02 FILLER    PIC X(36) VALUE
             " LES ROGAMOS COMPLETAR EL TALON Y EN".

       01 CARTA-TEXTO-6.
          02 FILLER    PIC X(36) VALUE
             "VIARLO A LOS AUDITORES, INDICANDO EL".
          02 FILLER    PIC X(36) VALUE
             " NUMERO DE PEDIDO.".

       01 CARTA-SALUDO.
          02 FILLER    PIC X(40) VALUE
             "ATENTAMENTE,".

       01 TALON-TITULO.
          02 FILLER    PIC X(30) VALUE
             "- - - - - - - - - - - - - - - ".
          02 FILLER    PIC X(20) VALUE "TALON DE RESPUESTA  ".
          02 FILLER    PIC X(11) VALUE "PEDIDO NRO ".
          02 TT-NRO    PIC 9(06).

       01 TALON-CONFORME.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(46) VALUE
             "[  ] CONFORME CON EL SALDO INFORMADO".

       01 TALON-DISCONFORME.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(36) VALUE
             "[  ] NO CONFORME - SALDO SEGUN NUEST".
          02 FILLER    PIC X(36) VALUE
             "ROS REGISTROS $ ...................".

       01 TALON-DETALLE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(36) VALUE
             "     DETALLE DE LA DIFERENCIA: .....".
          02 FILLER    PIC X(36) VALUE
             "...................................".

       01 TALON-FIRMA.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(36) VALUE
             "FIRMA Y SELLO: .....................".
          02 FILLER    PIC X(30) VALUE
             "   FECHA: ..../..../........".

      *-- EL REGISTRO DE PEDIDOS DE LA CORRIDA ---------------------*
       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(45) VALUE
             "PEDIDOS DE CONFIRMACION DE SALDOS".
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
          02 FILLER PIC X(08) VALUE "PEDIDO  ".
          02 FILLER PIC X(09) VALUE "CLIENTE  ".
          02 FILLER PIC X(31) VALUE "NOMBRE".
          02 FILLER PIC X(05) VALUE "SEL  ".
          02 FILLER PIC X(16) VALUE "           SALDO".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-NRO   PIC 9(06).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(30).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-SEL   PIC X(01).
           02 FILLER   PIC X(03) VALUE SPACES.
           02 SD-SDO   PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DH    PIC X(01).

       01  SALIDA-DE-IMPORTE.
           02 SI-LEYENDA PIC X(40).
           02 SI-IMP     PIC ZZ.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CIRCULARIZACION DE SALDOS" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
      *-- POR DEFECTO EL CIERRE DEL EJERCICIO ANTERIOR -------------*
           COMPUTE WAA-CIE = WAA-HOY - 1.
           MOVE 12 TO WMM-CIE.
           MOVE 31 TO WDD-CIE.
           DISPLAY "FECHA DE CIERRE (AAAAMMDD - 0 = FIN): "
              LINE 04 POSITION 05.
           ACCEPT R-FECHA-CIE LINE 04 POSITION 44.
           IF R-FECHA-CIE IS NOT NUMERIC OR R-FECHA-CIE = 0
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF WMM-CIE < 1 OR WMM-CIE > 12 OR WDD-CIE < 1
              OR WDD-CIE > 31 OR R-FECHA-CIE > WFECHA-HOY
              DISPLAY "FECHA DE CIERRE INVALIDA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- TODOS LOS SALDOS DESDE ESTE IMPORTE (DEUDORES O ----------*
      *-- ACREEDORES) SE CIRCULARIZAN ------------------------------*
           DISPLAY "CIRCULARIZAR TODOS LOS SALDOS DESDE $ : "
              LINE 05 POSITION 05.
           ACCEPT WUMBRAL LINE 05 POSITION 46.
           IF WUMBRAL IS NOT NUMERIC
              MOVE 0 TO WUMBRAL
           END-IF.
           DISPLAY "MUESTRA DE LOS SALDOS MENORES (%)     : "
              LINE 06 POSITION 05.
           ACCEPT WPORC LINE 06 POSITION 46.
           IF WPORC IS NOT NUMERIC
              MOVE 0 TO WPORC
           END-IF.
           MOVE WUMBRAL TO UMBRAL-ED.
           DISPLAY "SE CIRCULARIZAN LOS SALDOS DESDE $" LINE 08
              POSITION 05.
           DISPLAY UMBRAL-ED LINE 08 POSITION 40.
           DISPLAY "Y EL    % DE LOS MENORES, AL AZAR" LINE 09
              POSITION 05.
           DISPLAY WPORC LINE 09 POSITION 12.
           DISPLAY "CONFIRMA (S/N) ? " LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "CIRCSAL: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              DISPLAY "CIRCSAL: MOVPER.IND NO ENCONTRADO (FST="
                 FSTMOV ")"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAELOC.
           OPEN I-O CIRCULARES.
           IF FSTCIR NOT = "00"
              OPEN OUTPUT CIRCULARES
              CLOSE CIRCULARES
              OPEN I-O CIRCULARES
           END-IF.
           PERFORM LEER-EMPRESA.
           PERFORM LEER-TALONARIO.
           PERFORM SEMBRAR-AZAR.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           MOVE 0 TO SPL-PAGINAS.
           PERFORM ELEGIR-CLIENTE THRU F-ELEGIR-CLIENTE
              UNTIL FSTPER = "10".
           IF SPL-PAGINAS = 0
              MOVE 1 TO SPL-PAGINAS
           END-IF.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           PERFORM IMPRIMIR-REGISTRO.
           CLOSE PERSONA MOVIMIENTOS MAELOC CIRCULARES.
           DISPLAY "CIRCSAL: CLIENTES LEIDOS        = " CANT-LEIDOS.
           DISPLAY "CIRCSAL: PEDIDOS POR IMPORTE    = "
              CANT-POR-IMPORTE.
           DISPLAY "CIRCSAL: PEDIDOS POR MUESTRA    = " CANT-MUESTRA.
           DISPLAY "CIRCSAL: YA PEDIDOS (OMITIDOS)  = " CANT-YA-PEDIDOS.
           IF CANT-FALLADOS > 0
              DISPLAY "CIRCSAL: PEDIDOS NO GRABADOS    = " CANT-FALLADOS
           END-IF.
           DISPLAY "CIRCSAL: TOTAL CIRCULARIZADO    = "
              TOT-CIRCULARIZADO.
           PERFORM PULSAR-TECLA.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.

      *-- EL TALONARIO DE LOS PEDIDOS ARRANCA EN 1 ----------------*
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 1 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 1 TO WNRO
           END-IF.

       TOMAR-NUMERO.
           ADD 1 WNRO GIVING TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

      *-- LA RAZON SOCIAL ENCABEZA LA CARTA ------------------------*
       LEER-EMPRESA.
           OPEN INPUT F-EMPRESA.
           IF FSTEMPC = "00"
              READ F-EMPRESA AT END MOVE "10" TO FSTEMPC
              END-READ
              IF FSTEMPC = "00"
                 MOVE CFG-RAZON TO WRAZON
              END-IF
              CLOSE F-EMPRESA
           END-IF.

      *-- LA SEMILLA SALE DE LA HORA: CADA CORRIDA ELIGE OTRA ------*
      *-- MUESTRA, QUE ES LO QUE PIDE EL AUDITOR -------------------*
       SEMBRAR-AZAR.
           ACCEPT WHORA-ACT FROM TIME.
           COMPUTE SEMILLA = WHORA-ACT + 1.

       TIRAR-AZAR.
           COMPUTE PRODUCTO = SEMILLA * 16807.
           DIVIDE PRODUCTO BY 2147483647 GIVING COCIENTE
              REMAINDER SEMILLA.
           DIVIDE SEMILLA BY 100 GIVING COCIENTE REMAINDER AZAR.

       ELEGIR-CLIENTE.
           READ PERSONA NEXT RECORD AT END MOVE "10" TO FSTPER.
           IF FSTPER = "10"
              GO TO F-ELEGIR-CLIENTE
           END-IF.
           ADD 1 TO CANT-LEIDOS.
           PERFORM CALCULAR-SALDO-CIERRE THRU F-CALCULAR-SALDO-CIERRE.
           IF SALDO-CIE = 0
              GO TO F-ELEGIR-CLIENTE
           END-IF.
           IF SALDO-CIE < 0
              COMPUTE SALDO-ABS = 0 - SALDO-CIE
           ELSE
              MOVE SALDO-CIE TO SALDO-ABS
           END-IF.
           IF SALDO-ABS NOT < WUMBRAL
              MOVE "I" TO WSEL
           ELSE
              PERFORM TIRAR-AZAR
              IF AZAR < WPORC
                 MOVE "M" TO WSEL
              ELSE
                 GO TO F-ELEGIR-CLIENTE
              END-IF
           END-IF.
           PERFORM BUSCAR-PEDIDO THRU F-BUSCAR-PEDIDO.
           IF SW-PEDIDO = "S"
              ADD 1 TO CANT-YA-PEDIDOS
              GO TO F-ELEGIR-CLIENTE
           END-IF.
           PERFORM GRABAR-PEDIDO.
           IF FSTCIR NOT = "00"
              ADD 1 TO CANT-FALLADOS
              GO TO F-ELEGIR-CLIENTE
           END-IF.
           IF CIR-POR-IMPORTE
              ADD 1 TO CANT-POR-IMPORTE
           ELSE
              ADD 1 TO CANT-MUESTRA
           END-IF.
           ADD SALDO-ABS TO TOT-CIRCULARIZADO.
           PERFORM IMPRIMIR-CARTA.
       F-ELEGIR-CLIENTE.
           EXIT.

      *-- EL SALDO AL CIERRE ES EL ACTUAL MENOS LO APLICADO DESPUES *
      *-- DEL CIERRE: UN DEBE POSTERIOR SE RESTA, UN HABER SE SUMA -*
      *-- (LOS PENDIENTES Y RETENIDOS TODAVIA NO MOVIERON EL SALDO)-*
       CALCULAR-SALDO-CIERRE.
           IF PTS = 1
              MOVE PSA TO SALDO-CIE
           ELSE
              COMPUTE SALDO-CIE = 0 - PSA
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO MVCA.
           MOVE R-FECHA-CIE TO MVFECHA.
           MOVE 999 TO MVSEC.
           START MOVIMIENTOS KEY IS GREATER THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM DESCONTAR-POSTERIOR THRU F-DESCONTAR-POSTERIOR
              UNTIL SW-FIN = "S".
       F-CALCULAR-SALDO-CIERRE.
           EXIT.

       DESCONTAR-POSTERIOR.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-DESCONTAR-POSTERIOR
           END-IF.
           IF MVCA NOT = PCA
              MOVE "S" TO SW-FIN
              GO TO F-DESCONTAR-POSTERIOR
           END-IF.
      *-- EL ARRASTRE DE APEREJ ES INFORMATIVO: NO MOVIO PSA -------*
           IF NOT MOV-APLICADO OR MVCON = "SALDO INICIAL"
              GO TO F-DESCONTAR-POSTERIOR
           END-IF.
           IF MOV-DEBE
              SUBTRACT MVIMP FROM SALDO-CIE
           ELSE
              ADD MVIMP TO SALDO-CIE
           END-IF.
       F-DESCONTAR-POSTERIOR.
           EXIT.

      *-- UN CLIENTE SE CIRCULARIZA UNA SOLA VEZ POR CIERRE --------*
       BUSCAR-PEDIDO.
           MOVE "N" TO SW-PEDIDO.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO CRCA.
           START CIRCULARES KEY IS NOT LESS THAN CRCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PEDIDO THRU F-MIRAR-PEDIDO
              UNTIL SW-FIN = "S".
       F-BUSCAR-PEDIDO.
           EXIT.

       MIRAR-PEDIDO.
           READ CIRCULARES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-PEDIDO
           END-IF.
           IF CRCA NOT = PCA
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-PEDIDO
           END-IF.
           IF CRFCIE = R-FECHA-CIE
              MOVE "S" TO SW-PEDIDO
              MOVE "S" TO SW-FIN
           END-IF.
       F-MIRAR-PEDIDO.
           EXIT.

       GRABAR-PEDIDO.
           MOVE WNRO TO CRNRO.
           MOVE PCA TO CRCA.
           MOVE R-FECHA-CIE TO CRFCIE.
           MOVE WFECHA-HOY TO CRFEMI.
           MOVE WSEL TO CRSEL.
           MOVE SALDO-ABS TO CRSDO.
           IF SALDO-CIE < 0
              MOVE 2 TO CRTS
           ELSE
              MOVE 1 TO CRTS
           END-IF.
           MOVE "P" TO CREST.
           MOVE 0 TO CRSDOCLI CRTSCLI CRFRESP.
           MOVE SPACES TO CROPE CROBS.
           WRITE R-CIR
              INVALID KEY
                 DISPLAY "PEDIDO NO GRABADO - CLIENTE " PCA
                    " (FST=" FSTCIR ")"
           END-WRITE.
           IF FSTCIR = "00"
              PERFORM TOMAR-NUMERO
              IF PRIMER-NRO = 0
                 MOVE WNRO TO PRIMER-NRO
              END-IF
              MOVE WNRO TO ULTIMO-NRO
              MOVE TAL-PROX TO WNRO
           END-IF.

      *-- UNA CARTA POR HOJA: ENCABEZADO, SALDO, PARTIDAS ABIERTAS -*
      *-- Y EL TALON QUE EL CLIENTE DEVUELVE A LOS AUDITORES -------*
       IMPRIMIR-CARTA.
           MOVE PLOC TO MLOC.
           READ MAELOC KEY IS MLOC
              INVALID KEY MOVE SPACES TO WDLOC
              NOT INVALID KEY MOVE MLDESC TO WDLOC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-RAYA TO R-IMP.
           WRITE R-IMP.
           MOVE WRAZON TO CE-RAZON.
           MOVE CRNRO TO CE-NRO.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-EMPRESA TO R-IMP.
           WRITE R-IMP.
           MOVE WDD-HOY TO CF-DD.
           MOVE WMM-HOY TO CF-MM.
           MOVE WAA-HOY TO CF-AA.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-FECHA TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE PAN TO CC-PAN.
           MOVE PCA TO CC-PCA.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-CLIENTE TO R-IMP.
           WRITE R-IMP.
           MOVE PDOM TO CD-PDOM.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-DOMICILIO TO R-IMP.
           WRITE R-IMP.
           MOVE PCP TO CL-PCP.
           MOVE WDLOC TO CL-DLOC.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-LOCALIDAD TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE CARTA-TEXTO-1 TO R-IMP.
           WRITE R-IMP.
           MOVE CARTA-TEXTO-2 TO R-IMP.
           WRITE R-IMP.
           MOVE CARTA-TEXTO-3 TO R-IMP.
           WRITE R-IMP.
           MOVE WDD-CIE TO CT-DD.
           MOVE WMM-CIE TO CT-MM.
           MOVE WAA-CIE TO CT-AA.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-TEXTO-4 TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           IF CRTS = 1
              MOVE "SALDO A NUESTRO FAVOR (DEUDOR)" TO CS-LEYENDA
           ELSE
              MOVE "SALDO A SU FAVOR (ACREEDOR)" TO CS-LEYENDA
           END-IF.
           MOVE CRSDO TO CS-SALDO.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-SALDO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           PERFORM IMPRIMIR-PARTIDAS THRU F-IMPRIMIR-PARTIDAS.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE CARTA-TEXTO-5 TO R-IMP.
           WRITE R-IMP.
           MOVE CARTA-TEXTO-6 TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE CARTA-SALUDO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE CRNRO TO TT-NRO.
           MOVE TALON-TITULO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE TALON-CONFORME TO R-IMP.
           WRITE R-IMP.
           MOVE TALON-DISCONFORME TO R-IMP.
           WRITE R-IMP.
           MOVE TALON-DETALLE TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE TALON-FIRMA TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           ADD 1 TO SPL-PAGINAS.

      *-- LOS CARGOS DEL EJERCICIO CON SALDO PENDIENTE; LO QUE NO --*
      *-- ENTRA EN LA HOJA SE RESUME EN UN RENGLON -----------------*
       IMPRIMIR-PARTIDAS.
           MOVE 0 TO PART-CANT PART-RESTO PART-TOT PART-TOT-RESTO.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-TIT-PARTIDAS TO R-IMP.
           WRITE R-IMP.
           MOVE CARTA-SUB-PARTIDAS TO R-IMP.
           WRITE R-IMP.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LISTAR-PARTIDA THRU F-LISTAR-PARTIDA
              UNTIL SW-FIN = "S".
           IF PART-RESTO > 0
              MOVE PART-RESTO TO CM-CANT
              MOVE PART-TOT-RESTO TO CM-SDO
              MOVE SPACES TO R-IMP
              MOVE CARTA-PARTIDAS-MAS TO R-IMP
              WRITE R-IMP
           END-IF.
           COMPUTE DIF-PART = SALDO-CIE - PART-TOT.
           IF DIF-PART NOT = 0
              MOVE DIF-PART TO CD-DIF
              MOVE SPACES TO R-IMP
              MOVE CARTA-DIFERENCIA TO R-IMP
              WRITE R-IMP
           END-IF.
       F-IMPRIMIR-PARTIDAS.
           EXIT.

       LISTAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LISTAR-PARTIDA
           END-IF.
           IF MVCA NOT = PCA OR MVFECHA > R-FECHA-CIE
              MOVE "S" TO SW-FIN
              GO TO F-LISTAR-PARTIDA
           END-IF.
           IF NOT MOV-APLICADO OR NOT MOV-DEBE OR MVSDO = 0
              GO TO F-LISTAR-PARTIDA
           END-IF.
           ADD MVSDO TO PART-TOT.
           IF PART-CANT NOT < PART-MAX
              ADD 1 TO PART-RESTO
              ADD MVSDO TO PART-TOT-RESTO
              GO TO F-LISTAR-PARTIDA
           END-IF.
           ADD 1 TO PART-CANT.
           MOVE MVDD TO CP-DD.
           MOVE MVMM TO CP-MM.
           MOVE MVAA TO CP-AA.
           MOVE MVCON TO CP-CON.
           MOVE MVVTO TO R-FECHA-AUX.
           MOVE WDD-AUX TO CP-VDD.
           MOVE WMM-AUX TO CP-VMM.
           MOVE WAA-AUX TO CP-VAA.
           MOVE MVIMP TO CP-IMP.
           MOVE MVSDO TO CP-SDO.
           MOVE SPACES TO R-IMP.
           MOVE CARTA-PARTIDA TO R-IMP.
           WRITE R-IMP.
       F-LISTAR-PARTIDA.
           EXIT.

      *-- EL REGISTRO DE LOS PEDIDOS EMITIDOS EN ESTA CORRIDA, QUE -*
      *-- SE ENTREGA A LOS AUDITORES JUNTO CON LAS CARTAS ----------*
       IMPRIMIR-REGISTRO.
           MOVE 1 TO SPL-PAGINAS.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           IF PRIMER-NRO > 0
              MOVE "N" TO SW-FIN
              MOVE PRIMER-NRO TO CRNRO
              START CIRCULARES KEY IS NOT LESS THAN CRNRO
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM LISTAR-PEDIDO THRU F-LISTAR-PEDIDO
                 UNTIL SW-FIN = "S"
           END-IF.
           ADD 1 TO L.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL CIRCULARIZADO" TO SI-LEYENDA.
           MOVE TOT-CIRCULARIZADO TO SI-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-IMPORTE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CLIENTES CON SALDO DESDE EL IMPORTE (I)" TO ST-LEYENDA.
           MOVE CANT-POR-IMPORTE TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CLIENTES DE LA MUESTRA AL AZAR (M)" TO ST-LEYENDA.
           MOVE CANT-MUESTRA TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "YA CIRCULARIZADOS PARA ESTE CIERRE" TO ST-LEYENDA.
           MOVE CANT-YA-PEDIDOS TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".

       LISTAR-PEDIDO.
           READ CIRCULARES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LISTAR-PEDIDO
           END-IF.
           IF CRNRO > ULTIMO-NRO
              MOVE "S" TO SW-FIN
              GO TO F-LISTAR-PEDIDO
           END-IF.
           MOVE CRNRO TO SD-NRO.
           MOVE CRCA TO SD-CA.
           MOVE CRCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE "NO ENCONTRADO" TO PAN
           END-READ.
           MOVE PAN TO SD-NOM.
           MOVE CRSEL TO SD-SEL.
           MOVE CRSDO TO SD-SDO.
           IF CRTS = 1
              MOVE "D" TO SD-DH
           ELSE
              MOVE "H" TO SD-DH
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
       F-LISTAR-PEDIDO.
           EXIT.

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

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
