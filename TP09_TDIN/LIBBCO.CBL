      *** LIBBCO - LIBRO BANCO POR CUENTA PROPIA                   ***
      *** PIDE LA CUENTA (CTABCO.IND) Y UN RANGO DE FECHAS Y LISTA ***
      *** EN ORDEN DE FECHA LOS MOVIMIENTOS DE LA CUENTA CON EL    ***
      *** SALDO AL CIERRE DE CADA DIA, PARTIENDO DEL SALDO INICIAL ***
      *** CARGADO EN ABMBCO A SU FECHA:                            ***
      ***   - CREDITOS: LAS BOLETAS DE DEPOSITO.IND (SOLO EN LA    ***
      ***     CUENTA RECAUDADORA), A LA FECHA DE LA BOLETA         ***
      ***   - DEBITOS: LOS CHEQUES PROPIOS DE CHEQPRO.IND NO       ***
      ***     ANULADOS, A LA FECHA DE DEBITO SI YA SE DEBITARON O  ***
      ***     A SU FECHA DE PAGO SI TODAVIA NO (LOS DIFERIDOS CAEN ***
      ***     EN EL DIA EN QUE SE PUEDEN COBRAR)                   ***
      *** LO PENDIENTE DE CONCILIAR O DE DEBITAR SALE MARCADO "P"  ***
      *** Y AL PIE SE TOTALIZAN LOS CHEQUES QUE VENCEN DESPUES DEL ***
      *** RANGO - SALE POR EL SPOOL                                ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK "CTABCO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBCOD
           FILE STATUS IS FSTCTB.

           SELECT CHEQUES-PROPIOS ASSIGN TO DISK "CHEQPRO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPCLAVE
           ALTERNATE RECORD KEY IS CPPAGO DUPLICATES
           FILE STATUS IS FSTCHP.

           SELECT DEPOSITOS ASSIGN TO DISK "DEPOSITO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DPNRO
           FILE STATUS IS FSTDEP.

      *-- SOLO PARA PONER EL NOMBRE DEL BENEFICIARIO ---------------*
           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

      *-- LOS MOVIMIENTOS SE JUNTAN EN UN ARCHIVO DE TRABAJO Y ----*
      *-- SE ORDENAN POR FECHA, COMO EN DIARIO ---------------------*
           SELECT TEMPORAL ASSIGN TO DISK "LIBBCO.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTTMP.

           SELECT TRABAJO ASSIGN TO DISK "LIBBCO.WWW".

           SELECT ORDENADO ASSIGN TO DISK "LIBBCO.ORD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTORD.

      *-- EL LIBRO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ------------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS R-CTB.

         COPY CTABCO.

        FD CHEQUES-PROPIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-CHP.

         COPY CHEQPRO.

        FD DEPOSITOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-DEP.

         COPY DEPOSITO.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

        FD TEMPORAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-TMP.
         01 R-TMP.
            02 TM-FECHA    PIC 9(08).
            02 TM-SIGNO    PIC X.
            02 TM-LEY      PIC X(30).
            02 TM-IMP      PIC 9(07)V99.
            02 TM-PEND     PIC X.
            02 TM-POST     PIC X.

       SD  TRABAJO
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-TRA.
         01 R-TRA.
            02 TR-FECHA    PIC 9(08).
            02 TR-SIGNO    PIC X.
            02 TR-LEY      PIC X(30).
            02 TR-IMP      PIC 9(07)V99.
            02 TR-PEND     PIC X.
            02 TR-POST     PIC X.

        FD ORDENADO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-ORD.
         01 R-ORD.
            02 OR-FECHA    PIC 9(08).
            02 OR-SIGNO    PIC X.
               88 MOV-CREDITO    VALUE "+".
               88 MOV-DEBITO     VALUE "-".
            02 OR-LEY      PIC X(30).
            02 OR-IMP      PIC 9(07)V99.
            02 OR-PEND     PIC X.
            02 OR-POST     PIC X.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTCTB              PIC XX.
       77 FSTCHP              PIC XX.
       77 FSTDEP              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTTMP              PIC XX.
       77 FSTORD              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 SW-FIN              PIC X.
       77 SW-PRV              PIC X VALUE "N".
       77 SW-ANTERIOR         PIC X VALUE "N".
       77 ENT-CTA             PIC 9(02).
       77 ENT-DESDE           PIC 9(08).
       77 ENT-HASTA           PIC 9(08).
       77 WFECHA-ANT          PIC 9(08) VALUE 0.
       77 WNOM-PROV           PIC X(30).
       77 SALDO               PIC S9(10)V99 VALUE 0.
       77 TOT-CRED            PIC 9(10)V99 VALUE 0.
       77 TOT-DEB             PIC 9(10)V99 VALUE 0.
       77 TOT-POST            PIC 9(10)V99 VALUE 0.
       77 CANT-POST           PIC 9(05) VALUE 0.
       77 CANT-MOV            PIC 9(05) VALUE 0.
       77 NOMBRE-TMP          PIC X(20) VALUE "LIBBCO.TMP".
       77 NOMBRE-ORD          PIC X(20) VALUE "LIBBCO.ORD".
      *-- EL LIBRO SALE AL SPOOL -----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LIBBCO  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 R-WFECHA-HOY REDEFINES WFECHA-HOY PIC 9(8).

       01 WFECHA-MOV.
          02 WFM-AA           PIC 9(4).
          02 WFM-MM           PIC 9(2).
          02 WFM-DD           PIC 9(2).
       01 R-WFECHA-MOV REDEFINES WFECHA-MOV PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(12) VALUE "LIBRO BANCO ".
          02 TC-DESC PIC X(30).
          02 FILLER PIC X(12) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULO-RANGO.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(07) VALUE "CUENTA ".
          02 TC-NROCTA PIC X(20).
          02 FILLER PIC X(07) VALUE " DESDE ".
          02 TC-DESDE PIC 9(08).
          02 FILLER PIC X(07) VALUE " HASTA ".
          02 TC-HASTA PIC 9(08).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(11) VALUE "FECHA      ".
          02 FILLER PIC X(31) VALUE "CONCEPTO".
          02 FILLER PIC X(13) VALUE "     CREDITOS".
          02 FILLER PIC X(13) VALUE "      DEBITOS".
          02 FILLER PIC X(12) VALUE SPACES.

       01  SUBRAYAR-CABECERA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-DD    PIC 99/.
           02 SD-MM    PIC 99/.
           02 SD-AA    PIC 9(4).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-LEY   PIC X(30).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CRED  PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DEB   PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-PEND  PIC X.
           02 FILLER   PIC X(10) VALUE SPACES.

       01  SALIDA-DE-SALDO.
           02 FILLER   PIC X(11) VALUE SPACES.
           02 SS-ROT   PIC X(30).
           02 FILLER   PIC X(24) VALUE SPACES.
           02 SS-SALDO PIC -ZZZ.ZZZ.ZZ9,99.

       01  SALIDA-DE-TOTALES.
           02 FILLER   PIC X(11) VALUE SPACES.
           02 SL-ROT   PIC X(30).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SL-CRED  PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SL-DEB   PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CUENTAS.
           IF FSTCTB NOT = "00"
              DISPLAY "LIBBCO: CTABCO.IND NO ENCONTRADO (FST="
                 FSTCTB ") - CARGUE LAS CUENTAS (ABMBCO)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LIBRO BANCO" LINE 02 POSITION 35
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CUENTA BANCARIA: " LINE 04 POSITION 05.
           ACCEPT ENT-CTA LINE 04 POSITION 23.
           IF ENT-CTA IS NOT NUMERIC
              MOVE 0 TO ENT-CTA
           END-IF.
           MOVE ENT-CTA TO CBCOD.
           READ CUENTAS KEY IS CBCOD
              INVALID KEY
                 DISPLAY "CUENTA BANCARIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 CLOSE CUENTAS
                 GO TO FIN-SIN-ARCHIVOS
           END-READ.
           DISPLAY CBDESC LINE 04 POSITION 27.
      *-- POR DEFECTO, DEL PRIMERO DEL MES A HOY -------------------*
           MOVE WFECHA-HOY TO WFECHA-MOV.
           MOVE 1 TO WFM-DD.
           DISPLAY "DESDE (AAAAMMDD - 0 = PRIMERO DEL MES): "
              LINE 05 POSITION 05.
           ACCEPT ENT-DESDE LINE 05 POSITION 45.
           IF ENT-DESDE IS NOT NUMERIC OR ENT-DESDE = 0
              MOVE R-WFECHA-MOV TO ENT-DESDE
           END-IF.
           DISPLAY "HASTA (AAAAMMDD - 0 = HOY): " LINE 06 POSITION 05.
           ACCEPT ENT-HASTA LINE 06 POSITION 34.
           IF ENT-HASTA IS NOT NUMERIC OR ENT-HASTA = 0
              MOVE R-WFECHA-HOY TO ENT-HASTA
           END-IF.
           IF ENT-HASTA < ENT-DESDE
              DISPLAY "RANGO DE FECHAS INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE CUENTAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV = "00"
              MOVE "S" TO SW-PRV
           END-IF.
           PERFORM JUNTAR-MOVIMIENTOS.
           IF SW-PRV = "S"
              CLOSE PROVEEDORES
           END-IF.
           SORT TRABAJO
                ASCENDING KEY TR-FECHA TR-SIGNO
                USING  TEMPORAL
                GIVING ORDENADO.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE CBSDOINI TO SALDO.
           OPEN INPUT ORDENADO.
           MOVE "N" TO SW-FIN.
           PERFORM TRATAR-MOVIMIENTO THRU F-TRATAR-MOVIMIENTO
              UNTIL SW-FIN = "S".
           CLOSE ORDENADO.
           IF SW-ANTERIOR = "N"
              PERFORM IMPRIMIR-SALDO-ANTERIOR
           END-IF.
           IF WFECHA-ANT NOT = 0
              PERFORM IMPRIMIR-SALDO-DIA
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- UN RENGLON DE TRABAJO POR MOVIMIENTO POSTERIOR A LA -----*
      *-- FECHA DEL SALDO INICIAL DE LA CUENTA ---------------------*
       JUNTAR-MOVIMIENTOS.
           OPEN OUTPUT TEMPORAL.
           OPEN INPUT CHEQUES-PROPIOS.
           IF FSTCHP = "00"
              MOVE "N" TO SW-FIN
              MOVE CBCOD TO CPCTA
              MOVE 0 TO CPNRO
              START CHEQUES-PROPIOS KEY IS NOT LESS THAN CPCLAVE
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM TOMAR-CHEQUE THRU F-TOMAR-CHEQUE
                 UNTIL SW-FIN = "S"
              CLOSE CHEQUES-PROPIOS
           END-IF.
           IF CTB-RECAUDADORA
              OPEN INPUT DEPOSITOS
              IF FSTDEP = "00"
                 MOVE "N" TO SW-FIN
                 PERFORM TOMAR-DEPOSITO THRU F-TOMAR-DEPOSITO
                    UNTIL SW-FIN = "S"
                 CLOSE DEPOSITOS
              END-IF
           END-IF.
           CLOSE TEMPORAL.

       TOMAR-CHEQUE.
           READ CHEQUES-PROPIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-CHEQUE
           END-IF.
           IF CPCTA NOT = CBCOD
              MOVE "S" TO SW-FIN
              GO TO F-TOMAR-CHEQUE
           END-IF.
           IF CHP-ANULADO
              GO TO F-TOMAR-CHEQUE
           END-IF.
           MOVE "-" TO TM-SIGNO.
           MOVE CPIMP TO TM-IMP.
           MOVE "N" TO TM-POST.
           IF CHP-DEBITADO
              MOVE CPFDEB TO TM-FECHA
              MOVE " " TO TM-PEND
           ELSE
              MOVE CPFPAGO TO TM-FECHA
              MOVE "P" TO TM-PEND
              IF CPFPAGO > ENT-HASTA
                 MOVE "S" TO TM-POST
              END-IF
           END-IF.
           IF TM-FECHA NOT > CBFSDO
              GO TO F-TOMAR-CHEQUE
           END-IF.
           MOVE SPACES TO WNOM-PROV.
           IF SW-PRV = "S"
              MOVE CPPROV TO PVCOD
              READ PROVEEDORES KEY IS PVCOD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PVNOM TO WNOM-PROV
              END-READ
           END-IF.
           MOVE SPACES TO TM-LEY.
           STRING "CH " DELIMITED BY SIZE
                  CPNRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WNOM-PROV DELIMITED BY SIZE
                  INTO TM-LEY.
           WRITE R-TMP.
       F-TOMAR-CHEQUE.
           EXIT.

       TOMAR-DEPOSITO.
           READ DEPOSITOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-DEPOSITO
           END-IF.
           IF DPFECHA NOT > CBFSDO
              GO TO F-TOMAR-DEPOSITO
           END-IF.
           MOVE DPFECHA TO TM-FECHA.
           MOVE "+" TO TM-SIGNO.
           MOVE DPIMP TO TM-IMP.
           MOVE "N" TO TM-POST.
           MOVE " " TO TM-PEND.
           IF DEP-PENDIENTE
              MOVE "P" TO TM-PEND
           END-IF.
           MOVE SPACES TO TM-LEY.
           STRING "DEPOSITO BOLETA " DELIMITED BY SIZE
                  DPBOLETA DELIMITED BY SIZE
                  INTO TM-LEY.
           WRITE R-TMP.
       F-TOMAR-DEPOSITO.
           EXIT.

      *-- LO ANTERIOR AL RANGO SOLO SUMA AL SALDO; LO POSTERIOR ----*
      *-- SOLO SE TOTALIZA AL PIE ----------------------------------*
       TRATAR-MOVIMIENTO.
           READ ORDENADO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-MOVIMIENTO
           END-IF.
           IF OR-FECHA < ENT-DESDE
              PERFORM APLICAR-MOVIMIENTO
              GO TO F-TRATAR-MOVIMIENTO
           END-IF.
           IF OR-FECHA > ENT-HASTA
              IF OR-POST = "S"
                 ADD 1 TO CANT-POST
                 ADD OR-IMP TO TOT-POST
              END-IF
              GO TO F-TRATAR-MOVIMIENTO
           END-IF.
           IF SW-ANTERIOR = "N"
              PERFORM IMPRIMIR-SALDO-ANTERIOR
           END-IF.
           IF OR-FECHA NOT = WFECHA-ANT AND WFECHA-ANT NOT = 0
              PERFORM IMPRIMIR-SALDO-DIA
           END-IF.
           MOVE OR-FECHA TO WFECHA-ANT.
           PERFORM APLICAR-MOVIMIENTO.
           ADD 1 TO CANT-MOV.
           MOVE SPACES TO R-IMP.
           MOVE OR-FECHA TO R-WFECHA-MOV.
           MOVE WFM-DD TO SD-DD.
           MOVE WFM-MM TO SD-MM.
           MOVE WFM-AA TO SD-AA.
           MOVE OR-LEY TO SD-LEY.
           MOVE 0 TO SD-CRED SD-DEB.
           IF MOV-CREDITO
              MOVE OR-IMP TO SD-CRED
              ADD OR-IMP TO TOT-CRED
           ELSE
              MOVE OR-IMP TO SD-DEB
              ADD OR-IMP TO TOT-DEB
           END-IF.
           MOVE OR-PEND TO SD-PEND.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
       F-TRATAR-MOVIMIENTO.
           EXIT.

       APLICAR-MOVIMIENTO.
           IF MOV-CREDITO
              ADD OR-IMP TO SALDO
           ELSE
              SUBTRACT OR-IMP FROM SALDO
           END-IF.

       IMPRIMIR-SALDO-ANTERIOR.
           MOVE "S" TO SW-ANTERIOR.
           MOVE "SALDO ANTERIOR" TO SS-ROT.
           MOVE SALDO TO SS-SALDO.
           MOVE SALIDA-DE-SALDO TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-SALDO-DIA.
           MOVE WFECHA-ANT TO R-WFECHA-MOV.
           MOVE SPACES TO SS-ROT.
           STRING "SALDO AL " DELIMITED BY SIZE
                  WFM-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WFM-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WFM-AA DELIMITED BY SIZE
                  INTO SS-ROT.
           MOVE SALDO TO SS-SALDO.
           MOVE SALIDA-DE-SALDO TO R-IMP.
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
           MOVE CBDESC TO TC-DESC.
           MOVE WDD TO SDD.
           MOVE WMM TO SMM.
           MOVE WAA TO SAA.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE CBNROCTA TO TC-NROCTA.
           MOVE ENT-DESDE TO TC-DESDE.
           MOVE ENT-HASTA TO TC-HASTA.
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

       IMPRIMIR-TOTALES.
           IF L > 15
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.
           ADD 1 TO L.
           MOVE "TOTAL DEL PERIODO" TO SL-ROT.
           MOVE TOT-CRED TO SL-CRED.
           MOVE TOT-DEB TO SL-DEB.
           PERFORM ESCRIBIR-TOTAL.
           MOVE SPACES TO SL-ROT.
           STRING "CHEQUES POSTERIORES (" DELIMITED BY SIZE
                  CANT-POST DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO SL-ROT.
           MOVE 0 TO SL-CRED.
           MOVE TOT-POST TO SL-DEB.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "SALDO FINAL" TO SS-ROT.
           MOVE SALDO TO SS-SALDO.
           MOVE SALIDA-DE-SALDO TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE "P = PENDIENTE DE CONCILIAR (DEPOSITO) O DE DEBITAR"
              TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.

       ESCRIBIR-TOTAL.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
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
           CLOSE CUENTAS IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CALL "CBL_DELETE_FILE" USING NOMBRE-TMP.
           CALL "CBL_DELETE_FILE" USING NOMBRE-ORD.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
