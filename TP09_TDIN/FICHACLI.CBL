      *** FICHACLI - FICHA INTEGRAL DEL CLIENTE (MOSTRADOR)        ***
      *** PIDE EL CLIENTE (POR CODIGO O POR APELLIDO, COMO RESCTA) ***
      *** Y MUESTRA EN SOLAPAS LO QUE ANTES HABIA QUE BUSCAR EN    ***
      *** CINCO PROGRAMAS: 1 SALDO Y LIMITE, 2 DEUDA POR           ***
      *** ANTIGUEDAD (FRANJAS DE ANTDEU), 3 PLAN DE PAGO Y CUOTAS  ***
      *** ATRASADAS, 4 CHEQUES EN CARTERA Y RECHAZADOS, 5 ULTIMAS  ***
      *** GESTIONES DE COBRANZA, 6 ALUMNOS A CARGO CON CURSO Y     ***
      *** BECA, 7 GRUPO EMPRESARIO - "C" LLAMA A COBRAR Y "R" AL   ***
      *** RESUMEN DE CUENTA; AL VOLVER LA FICHA SE RELEE - ES SOLO ***
      *** CONSULTA: NO MARCA PLANES ROTOS NI TOCA NINGUN ARCHIVO   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHACLI.
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

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

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

           SELECT GESTIONES ASSIGN TO DISK "GESTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GCCLAVE
           FILE STATUS IS FSTGES.

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

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCUR
           FILE STATUS IS FSTCUR.

           SELECT BECAS ASSIGN TO DISK "BECA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BEALU
           FILE STATUS IS FSTBEC.

           SELECT GRUPOS ASSIGN TO DISK "GRUPOCLI.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GRCLAVE
           ALTERNATE RECORD KEY IS GRCA DUPLICATES
           FILE STATUS IS FSTGRU.

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

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

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

        FD GESTIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-GES.

         COPY GESTCOB.

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

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

        FD BECAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-BEC.

         COPY BECA.

        FD GRUPOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS R-GRU.

         COPY GRUPOCLI.

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTPLA              PIC XX.
       77 FSTCUO              PIC XX.
       77 FSTCHQ              PIC XX.
       77 FSTGES              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTCUR              PIC XX.
       77 FSTBEC              PIC XX.
       77 FSTGRU              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SOL              PIC X.
       77 SOLAPA              PIC 9 VALUE 1.
       77 WCA-B               PIC 9(8).
       77 BUS-PAN             PIC X(30).
       77 SW-BUSQ             PIC XX.
       77 SW-FIN              PIC X.
       77 WDSUC               PIC X(15).
       77 L                   PIC 99.
       77 CANT-LIN            PIC 9(4).
       77 CANT-AFUERA         PIC 9(4).
       77 LIN-MAX             PIC 99 VALUE 20.
       77 WTS                 PIC X.
      *-- UN ARCHIVO QUE NO ESTA NO IMPIDE LA CONSULTA: SU SOLAPA -*
      *-- LO AVISA -------------------------------------------------*
       77 SW-PLA-ARCH         PIC X VALUE "N".
       77 SW-CHQ-ARCH         PIC X VALUE "N".
       77 SW-GES-ARCH         PIC X VALUE "N".
       77 SW-APG-ARCH         PIC X VALUE "N".
       77 SW-GRU-ARCH         PIC X VALUE "N".

       01 WFECHA-HOY          PIC 9(8).
       01 WFECHA-HOY-R REDEFINES WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 99.
          02 WDD-HOY          PIC 99.
       01 WFECHA-MOV          PIC 9(8).
       01 WFECHA-MOV-R REDEFINES WFECHA-MOV.
          02 FM-AA            PIC 9(4).
          02 FM-MM            PIC 99.
          02 FM-DD            PIC 99.

      *-- FECHA EN DIAS "COMERCIALES" (ANIO*360+MES*30+DIA), COMO -*
      *-- EN ANTDEU ------------------------------------------------*
       77 DIAS-HOY            PIC 9(08) VALUE 0.
       77 DIAS-MOV            PIC 9(08) VALUE 0.
       77 DIAS-ANT            PIC S9(05) VALUE 0.

      *-- SOLAPA 1: SALDO Y LIMITE --*
       77 SALDO-DEUDOR        PIC 9(05)V99.
       77 DISPONIBLE          PIC S9(06)V99.

      *-- SOLAPA 2: FRANJAS DE LA DEUDA --*
       77 CLI-B0              PIC 9(06)V99.
       77 CLI-B30             PIC 9(06)V99.
       77 CLI-B60             PIC 9(06)V99.
       77 CLI-B90             PIC 9(06)V99.
       77 CLI-TOT             PIC 9(06)V99.
       77 CLI-PEND            PIC 9(06)V99.
       77 CANT-PART           PIC 9(4).
       77 CANT-PEND           PIC 9(4).
       77 VTO-VIEJO           PIC 9(8).

      *-- SOLAPA 3: PLAN DE PAGO (EL VIGENTE, O EL ULTIMO) --*
       77 WNRO-PLAN           PIC 9(06).
       77 SW-PLAN             PIC X.
       77 CUO-ATRASO          PIC 9(06)V99.
       77 CANT-ATRASO         PIC 9(2).
       01 PLAN-MOSTRADO       PIC X(63).

      *-- SOLAPA 4: TOTALES DE CHEQUES --*
       77 TOT-CARTERA         PIC 9(07)V99.
       77 TOT-RECHAZO         PIC 9(07)V99.

      *-- SOLAPA 5: LAS ULTIMAS DIEZ GESTIONES, COMO EN RESCTA --*
       77 GES-CANT            PIC 99.
       77 GES-POS             PIC 99.
       77 GES-AUX             PIC 99.
       77 PROX-CONTACTO       PIC 9(8).
       01 TABLA-GESTIONES.
          02 TGES OCCURS 10 TIMES.
             03 TGES-FECHA    PIC 9(8).
             03 TGES-ACC      PIC X(15).
             03 TGES-RES      PIC X(15).
             03 TGES-OPE      PIC X(03).
             03 TGES-PROX     PIC 9(8).

      *-- SOLAPA 7: GRUPO EMPRESARIO --*
       77 WNRO-GRUPO          PIC 9(4).
       77 WCA-CLIENTE         PIC 9(8).
       77 TOT-GRUPO           PIC S9(07)V99.

       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 TOT-ED              PIC Z.ZZZ.ZZ9,99-.
       77 CANT-ED             PIC ZZZ9.
       77 PCT-ED              PIC ZZ9.

       01 ROTULOS-SOLAPAS.
          02 FILLER PIC X(11) VALUE "1 SALDO    ".
          02 FILLER PIC X(11) VALUE "2 DEUDA    ".
          02 FILLER PIC X(11) VALUE "3 PLAN     ".
          02 FILLER PIC X(11) VALUE "4 CHEQUES  ".
          02 FILLER PIC X(11) VALUE "5 GESTION  ".
          02 FILLER PIC X(11) VALUE "6 ALUMNOS  ".
          02 FILLER PIC X(11) VALUE "7 GRUPO    ".
       01 R-ROTULOS-SOLAPAS REDEFINES ROTULOS-SOLAPAS.
          02 ROT-SOLAPA OCCURS 7 TIMES PIC X(11).
       77 IND-SOL             PIC 9.
       77 POS-SOL             PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "FICHACLI: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              DISPLAY "FICHACLI: MOVPER.IND NO ENCONTRADO (FST="
                 FSTMOV ")"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           OPEN INPUT PLANES.
           IF FSTPLA = "00"
              OPEN INPUT CUOTAS
              IF FSTCUO = "00"
                 MOVE "S" TO SW-PLA-ARCH
              ELSE
                 CLOSE PLANES
              END-IF
           END-IF.
           OPEN INPUT CHEQUES.
           IF FSTCHQ = "00"
              MOVE "S" TO SW-CHQ-ARCH
           END-IF.
           OPEN INPUT GESTIONES.
           IF FSTGES = "00"
              MOVE "S" TO SW-GES-ARCH
           END-IF.
           OPEN INPUT VINCULOS.
           IF FSTAPG = "00"
              MOVE "S" TO SW-APG-ARCH
              OPEN INPUT MAESTRO CURSOS BECAS
           END-IF.
           OPEN INPUT GRUPOS.
           IF FSTGRU = "00"
              MOVE "S" TO SW-GRU-ARCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.

       PEDIR-CLIENTE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FICHA DEL CLIENTE" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE CLIENTE (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT WCA-B LINE 04 POSITION 35.
           IF WCA-B IS NOT NUMERIC
              MOVE 0 TO WCA-B
           END-IF.
           DISPLAY "O APELLIDO A BUSCAR: " LINE 05 POSITION 05.
           ACCEPT BUS-PAN LINE 05 POSITION 27.
           IF WCA-B = 0 AND BUS-PAN NOT = SPACES
              PERFORM BUSCAR-POR-APELLIDO
              IF SW-BUSQ = "NO"
                 DISPLAY "APELLIDO NO ENCONTRADO" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
              END-IF
              MOVE PCA TO WCA-B
              MOVE 1 TO SOLAPA
              GO TO MOSTRAR-FICHA
           END-IF.
           IF WCA-B = 0
              GO TO FIN
           END-IF.
           MOVE WCA-B TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.
           MOVE 1 TO SOLAPA.

      *-- CABECERA, RENGLON DE SOLAPAS, LA SOLAPA ELEGIDA Y EL ----*
      *-- PIE CON LAS TECLAS ---------------------------------------*
       MOSTRAR-FICHA.
           MOVE WCA-B TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY GO TO PEDIR-CLIENTE
           END-READ.
           PERFORM BUSCAR-SUCURSAL.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FICHA DEL CLIENTE" LINE 01 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY PCA LINE 02 POSITION 02
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY PAN LINE 02 POSITION 11
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SUC " LINE 02 POSITION 43.
           DISPLAY PSU LINE 02 POSITION 47.
           DISPLAY WDSUC LINE 02 POSITION 51.
           MOVE 1 TO IND-SOL.
           PERFORM MOSTRAR-ROTULO THRU F-MOSTRAR-ROTULO
              UNTIL IND-SOL > 7.
           MOVE 5 TO L.
           IF SOLAPA = 1
              PERFORM SOLAPA-SALDO
           END-IF.
           IF SOLAPA = 2
              PERFORM SOLAPA-DEUDA
           END-IF.
           IF SOLAPA = 3
              PERFORM SOLAPA-PLAN THRU F-SOLAPA-PLAN
           END-IF.
           IF SOLAPA = 4
              PERFORM SOLAPA-CHEQUES THRU F-SOLAPA-CHEQUES
           END-IF.
           IF SOLAPA = 5
              PERFORM SOLAPA-GESTIONES THRU F-SOLAPA-GESTIONES
           END-IF.
           IF SOLAPA = 6
              PERFORM SOLAPA-ALUMNOS THRU F-SOLAPA-ALUMNOS
           END-IF.
           IF SOLAPA = 7
              PERFORM SOLAPA-GRUPO THRU F-SOLAPA-GRUPO
           END-IF.
           DISPLAY "1-7 = SOLAPA  C = COBRAR  R = RESUMEN  0 = OTRO "
              "CLIENTE: " LINE 23 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE SPACE TO OP-SOL.
           ACCEPT OP-SOL LINE 23 POSITION 63.

       ELEGIR-OPCION.
           IF OP-SOL = "0" OR OP-SOL = SPACE
              GO TO PEDIR-CLIENTE
           END-IF.
           IF OP-SOL = "C" OR OP-SOL = "c"
              CALL   "COBRAR"
              CANCEL "COBRAR"
              GO TO MOSTRAR-FICHA
           END-IF.
           IF OP-SOL = "R" OR OP-SOL = "r"
              CALL   "RESCTA"
              CANCEL "RESCTA"
              GO TO MOSTRAR-FICHA
           END-IF.
           IF OP-SOL NOT < "1" AND OP-SOL NOT > "7"
              MOVE OP-SOL TO SOLAPA
           END-IF.
           GO TO MOSTRAR-FICHA.

      *-- LA SOLAPA ELEGIDA SE VE EN VIDEO INVERSO --*
       MOSTRAR-ROTULO.
           COMPUTE POS-SOL = (IND-SOL - 1) * 11 + 2.
           IF IND-SOL = SOLAPA
              DISPLAY ROT-SOLAPA(IND-SOL) LINE 03 POSITION POS-SOL
                 CONTROL "FCOLOR=BLACK,BCOLOR=WHITE"
           ELSE
              DISPLAY ROT-SOLAPA(IND-SOL) LINE 03 POSITION POS-SOL
                 CONTROL "FCOLOR=WHITE,BCOLOR=BLUE"
           END-IF.
           ADD 1 TO IND-SOL.
       F-MOSTRAR-ROTULO.
           EXIT.

      *-- BUSCA POR EL ALTERNATE KEY "PAN" AL PRIMER REGISTRO CUYO --*
      *-- APELLIDO SEA IGUAL O SIGA EN ORDEN AL TIPEADO (COMO RESCTA)*
       BUSCAR-POR-APELLIDO.
           MOVE BUS-PAN TO PAN.
           START PERSONA KEY IS NOT LESS THAN PAN
              INVALID KEY     MOVE "NO" TO SW-BUSQ
              NOT INVALID KEY MOVE "SI" TO SW-BUSQ
           END-START.
           IF SW-BUSQ = "SI"
              READ PERSONA NEXT RECORD
                 AT END MOVE "NO" TO SW-BUSQ
              END-READ
           END-IF.

       BUSCAR-SUCURSAL.
           MOVE PSU TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.

      *---------------------------------------------------------------*
      *-- SOLAPA 1: SALDO, LIMITE Y DATOS DE LA CUENTA              --*
      *---------------------------------------------------------------*
       SOLAPA-SALDO.
           MOVE PSA TO IMP-ED.
           IF PER-DEBE
              MOVE "D" TO WTS
              MOVE PSA TO SALDO-DEUDOR
           ELSE
              MOVE "H" TO WTS
              MOVE 0 TO SALDO-DEUDOR
           END-IF.
           DISPLAY "SALDO ............: " LINE 05 POSITION 05.
           DISPLAY IMP-ED LINE 05 POSITION 25.
           DISPLAY WTS LINE 05 POSITION 35.
           DISPLAY "LIMITE DE CREDITO : " LINE 06 POSITION 05.
           IF PLI = 0
              DISPLAY "SIN LIMITE" LINE 06 POSITION 25
           ELSE
              MOVE PLI TO IMP-ED
              DISPLAY IMP-ED LINE 06 POSITION 25
              COMPUTE DISPONIBLE = PLI - SALDO-DEUDOR
              MOVE DISPONIBLE TO TOT-ED
              DISPLAY "DISPONIBLE .......: " LINE 07 POSITION 05
              IF DISPONIBLE < 0
                 DISPLAY TOT-ED LINE 07 POSITION 21
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ELSE
                 DISPLAY TOT-ED LINE 07 POSITION 21
              END-IF
           END-IF.
           DISPLAY "ESTADO ...........: " LINE 09 POSITION 05.
           IF PER-ACTIVO
              DISPLAY "ACTIVA" LINE 09 POSITION 25
           END-IF.
           IF PER-INACTIVO
              DISPLAY "INACTIVA (VER REACTCLI)" LINE 09 POSITION 25
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
           IF PER-INCOBRABLE
              DISPLAY "PASADA A INCOBRABLES" LINE 09 POSITION 25
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           DISPLAY "MONEDA ...........: " LINE 10 POSITION 05.
           IF PER-DOLARES
              DISPLAY "DOLARES" LINE 10 POSITION 25
           ELSE
              DISPLAY "PESOS" LINE 10 POSITION 25
           END-IF.
           DISPLAY "PLAZO (DIAS) .....: " LINE 11 POSITION 05.
           DISPLAY PPLAZO LINE 11 POSITION 25.
           DISPLAY "CUIT .............: " LINE 12 POSITION 05.
           DISPLAY PCUIT LINE 12 POSITION 25.
           DISPLAY "CONDICION IVA ....: " LINE 13 POSITION 05.
           IF PER-RESP-INSCRIPTO
              DISPLAY "RESPONSABLE INSCRIPTO" LINE 13 POSITION 25
           END-IF.
           IF PER-CONS-FINAL
              DISPLAY "CONSUMIDOR FINAL" LINE 13 POSITION 25
           END-IF.
           IF PER-EXENTO
              DISPLAY "EXENTO" LINE 13 POSITION 25
           END-IF.
           DISPLAY "DOMICILIO ........: " LINE 14 POSITION 05.
           DISPLAY PDOM LINE 14 POSITION 25.
           DISPLAY PCP LINE 14 POSITION 57.
           DISPLAY "TELEFONO .........: " LINE 15 POSITION 05.
           DISPLAY PTEL LINE 15 POSITION 25.
           DISPLAY "DEBITO AUTOMATICO : " LINE 16 POSITION 05.
           IF PER-ADHERIDO
              DISPLAY "ADHERIDO - CBU " LINE 16 POSITION 25
              DISPLAY PCBU LINE 16 POSITION 40
           ELSE
              DISPLAY "NO" LINE 16 POSITION 25
           END-IF.

      *---------------------------------------------------------------*
      *-- SOLAPA 2: PARTIDAS DEBE ABIERTAS EN LAS FRANJAS DE ANTDEU --*
      *-- POR SU VENCIMIENTO, Y LO CARGADO QUE AUN NO SE APLICO     --*
      *---------------------------------------------------------------*
       SOLAPA-DEUDA.
           MOVE 0 TO CLI-B0 CLI-B30 CLI-B60 CLI-B90 CLI-PEND.
           MOVE 0 TO CANT-PART CANT-PEND VTO-VIEJO.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM ENVEJECER-PARTIDA THRU F-ENVEJECER-PARTIDA
              UNTIL SW-FIN = "S".
           COMPUTE CLI-TOT = CLI-B0 + CLI-B30 + CLI-B60 + CLI-B90.
           DISPLAY "DEUDA POR ANTIGUEDAD DEL VENCIMIENTO"
              LINE 05 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ACTUAL (HASTA 30 DIAS) : " LINE 07 POSITION 05.
           MOVE CLI-B0 TO TOT-ED.
           DISPLAY TOT-ED LINE 07 POSITION 30.
           DISPLAY "31 A 60 DIAS ......... : " LINE 08 POSITION 05.
           MOVE CLI-B30 TO TOT-ED.
           DISPLAY TOT-ED LINE 08 POSITION 30.
           DISPLAY "61 A 90 DIAS ......... : " LINE 09 POSITION 05.
           MOVE CLI-B60 TO TOT-ED.
           DISPLAY TOT-ED LINE 09 POSITION 30.
           DISPLAY "MAS DE 90 DIAS ....... : " LINE 10 POSITION 05.
           MOVE CLI-B90 TO TOT-ED.
           IF CLI-B90 > 0
              DISPLAY TOT-ED LINE 10 POSITION 30
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           ELSE
              DISPLAY TOT-ED LINE 10 POSITION 30
           END-IF.
           DISPLAY "TOTAL ADEUDADO ....... : " LINE 11 POSITION 05.
           MOVE CLI-TOT TO TOT-ED.
           DISPLAY TOT-ED LINE 11 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PARTIDAS ABIERTAS .... : " LINE 13 POSITION 05.
           MOVE CANT-PART TO CANT-ED.
           DISPLAY CANT-ED LINE 13 POSITION 30.
           IF VTO-VIEJO NOT = 0
              DISPLAY "VENCIMIENTO MAS VIEJO  : " LINE 14 POSITION 05
              DISPLAY VTO-VIEJO LINE 14 POSITION 30
           END-IF.
           IF CANT-PEND > 0
              DISPLAY "CARGOS SIN APLICAR ... : " LINE 16 POSITION 05
              MOVE CANT-PEND TO CANT-ED
              DISPLAY CANT-ED LINE 16 POSITION 30
              MOVE CLI-PEND TO TOT-ED
              DISPLAY TOT-ED LINE 16 POSITION 36
              DISPLAY "(ENTRAN EN EL SALDO CON APLIMOV)"
                 LINE 17 POSITION 05
           END-IF.

       ENVEJECER-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-ENVEJECER-PARTIDA
           END-READ.
           IF MVCA NOT = PCA
              MOVE "S" TO SW-FIN
              GO TO F-ENVEJECER-PARTIDA
           END-IF.
           IF MOV-PENDIENTE AND MOV-DEBE
              ADD 1 TO CANT-PEND
              ADD MVIMP TO CLI-PEND
              GO TO F-ENVEJECER-PARTIDA
           END-IF.
           IF NOT MOV-APLICADO OR NOT MOV-DEBE OR MVSDO = 0
              GO TO F-ENVEJECER-PARTIDA
           END-IF.
           ADD 1 TO CANT-PART.
           IF VTO-VIEJO = 0 OR MVVTO < VTO-VIEJO
              MOVE MVVTO TO VTO-VIEJO
           END-IF.
           MOVE MVVTO TO WFECHA-MOV.
           COMPUTE DIAS-MOV = FM-AA * 360 + FM-MM * 30 + FM-DD.
           COMPUTE DIAS-ANT = DIAS-HOY - DIAS-MOV.
           IF DIAS-ANT NOT > 30
              ADD MVSDO TO CLI-B0
           ELSE
              IF DIAS-ANT NOT > 60
                 ADD MVSDO TO CLI-B30
              ELSE
                 IF DIAS-ANT NOT > 90
                    ADD MVSDO TO CLI-B60
                 ELSE
                    ADD MVSDO TO CLI-B90
                 END-IF
              END-IF
           END-IF.
       F-ENVEJECER-PARTIDA.
           EXIT.

      *---------------------------------------------------------------*
      *-- SOLAPA 3: EL PLAN VIGENTE (SI NO HAY, EL ULTIMO) Y SUS    --*
      *-- CUOTAS PENDIENTES YA VENCIDAS                             --*
      *---------------------------------------------------------------*
       SOLAPA-PLAN.
           DISPLAY "PLAN DE PAGO" LINE 05 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           IF SW-PLA-ARCH NOT = "S"
              DISPLAY "PLANPAG.IND / PLANCUO.IND NO DISPONIBLES"
                 LINE 07 POSITION 05
              GO TO F-SOLAPA-PLAN
           END-IF.
           MOVE "N" TO SW-PLAN.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO PLCA.
           START PLANES KEY IS NOT LESS THAN PLCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM ELEGIR-PLAN THRU F-ELEGIR-PLAN
              UNTIL SW-FIN = "S".
           IF SW-PLAN = "N"
              DISPLAY "EL CLIENTE NO TIENE PLANES DE PAGO"
                 LINE 07 POSITION 05
              GO TO F-SOLAPA-PLAN
           END-IF.
           MOVE PLAN-MOSTRADO TO R-PLA.
           DISPLAY "PLAN NRO " LINE 07 POSITION 05.
           DISPLAY PLNRO LINE 07 POSITION 14.
           DISPLAY "DEL " LINE 07 POSITION 22.
           DISPLAY PLFECHA LINE 07 POSITION 26.
           IF PLA-VIGENTE
              DISPLAY "VIGENTE" LINE 07 POSITION 36
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-IF.
           IF PLA-CUMPLIDO
              DISPLAY "CUMPLIDO" LINE 07 POSITION 36
           END-IF.
           IF PLA-ROTO
              DISPLAY "ROTO" LINE 07 POSITION 36
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           DISPLAY "DEUDA " LINE 08 POSITION 05.
           MOVE PLDEUDA TO IMP-ED.
           DISPLAY IMP-ED LINE 08 POSITION 11.
           DISPLAY "INTERES " LINE 08 POSITION 23.
           MOVE PLINT TO IMP-ED.
           DISPLAY IMP-ED LINE 08 POSITION 31.
           DISPLAY "TOTAL " LINE 08 POSITION 43.
           MOVE PLTOT TO IMP-ED.
           DISPLAY IMP-ED LINE 08 POSITION 49.
           DISPLAY "CUOTAS " LINE 09 POSITION 05.
           DISPLAY PLCUOTAS LINE 09 POSITION 12.
           DISPLAY "DE " LINE 09 POSITION 15.
           MOVE PLIMPCUO TO IMP-ED.
           DISPLAY IMP-ED LINE 09 POSITION 18.
           DISPLAY "CUOTAS ATRASADAS:" LINE 11 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           MOVE 11 TO L.
           MOVE 0 TO CANT-ATRASO CUO-ATRASO CANT-AFUERA.
           MOVE PLNRO TO WNRO-PLAN.
           MOVE WNRO-PLAN TO PCNRO.
           MOVE 0 TO PCCUO.
           MOVE "N" TO SW-FIN.
           START CUOTAS KEY IS NOT LESS THAN PCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-CUOTA THRU F-MOSTRAR-CUOTA
              UNTIL SW-FIN = "S".
           IF CANT-ATRASO = 0
              DISPLAY "NINGUNA" LINE 11 POSITION 23
           ELSE
              ADD 2 TO L
              DISPLAY "TOTAL ATRASADO: " LINE L POSITION 05
              MOVE CUO-ATRASO TO TOT-ED
              DISPLAY TOT-ED LINE L POSITION 21
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
       F-SOLAPA-PLAN.
           EXIT.

      *-- LOS PLANES SALEN POR PLCA EN ORDEN DE NUMERO: SE QUEDA --*
      *-- CON EL VIGENTE, Y SI NO HAY, CON EL ULTIMO ---------------*
       ELEGIR-PLAN.
           READ PLANES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-ELEGIR-PLAN
           END-READ.
           IF PLCA NOT = PCA
              MOVE "S" TO SW-FIN
              GO TO F-ELEGIR-PLAN
           END-IF.
           MOVE R-PLA TO PLAN-MOSTRADO.
           MOVE "S" TO SW-PLAN.
           IF PLA-VIGENTE
              MOVE "S" TO SW-FIN
           END-IF.
       F-ELEGIR-PLAN.
           EXIT.

       MOSTRAR-CUOTA.
           READ CUOTAS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOSTRAR-CUOTA
           END-READ.
           IF PCNRO NOT = WNRO-PLAN
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-CUOTA
           END-IF.
           IF NOT CUO-PENDIENTE OR PCVTO NOT < WFECHA-HOY
              GO TO F-MOSTRAR-CUOTA
           END-IF.
           ADD 1 TO CANT-ATRASO.
           COMPUTE CUO-ATRASO = CUO-ATRASO + PCIMP - PCPAG.
           IF L < LIN-MAX
              ADD 1 TO L
              DISPLAY "CUOTA " LINE L POSITION 07
              DISPLAY PCCUO LINE L POSITION 13
              DISPLAY "VTO " LINE L POSITION 17
              DISPLAY PCVTO LINE L POSITION 21
              MOVE PCIMP TO IMP-ED
              DISPLAY IMP-ED LINE L POSITION 31
              DISPLAY "PAGADO " LINE L POSITION 42
              MOVE PCPAG TO IMP-ED
              DISPLAY IMP-ED LINE L POSITION 49
           END-IF.
       F-MOSTRAR-CUOTA.
           EXIT.

      *---------------------------------------------------------------*
      *-- SOLAPA 4: CHEQUES DEL CLIENTE EN CARTERA Y RECHAZADOS     --*
      *-- (CHEQUES.IND NO TIENE CLAVE POR CLIENTE: SE RECORRE)      --*
      *---------------------------------------------------------------*
       SOLAPA-CHEQUES.
           DISPLAY "CHEQUES EN CARTERA Y RECHAZADOS" LINE 05
              POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           IF SW-CHQ-ARCH NOT = "S"
              DISPLAY "CHEQUES.IND NO DISPONIBLE" LINE 07 POSITION 05
              GO TO F-SOLAPA-CHEQUES
           END-IF.
           DISPLAY "BCO NUMERO     IMPORTE RECIBIDO  AL COBRO"
              LINE 06 POSITION 05.
           DISPLAY "ESTADO" LINE 06 POSITION 48.
           MOVE 6 TO L.
           MOVE 0 TO TOT-CARTERA TOT-RECHAZO CANT-LIN CANT-AFUERA.
           MOVE LOW-VALUES TO CHCLAVE.
           MOVE "N" TO SW-FIN.
           START CHEQUES KEY IS NOT LESS THAN CHCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-CHEQUE THRU F-MOSTRAR-CHEQUE
              UNTIL SW-FIN = "S".
           IF CANT-LIN = 0
              DISPLAY "NO TIENE CHEQUES EN CARTERA NI RECHAZADOS"
                 LINE 08 POSITION 05
              GO TO F-SOLAPA-CHEQUES
           END-IF.
           IF CANT-AFUERA > 0
              ADD 1 TO L
              MOVE CANT-AFUERA TO CANT-ED
              DISPLAY "... Y " LINE L POSITION 05
              DISPLAY CANT-ED LINE L POSITION 11
              DISPLAY " CHEQUES MAS" LINE L POSITION 15
           END-IF.
           DISPLAY "EN CARTERA: " LINE 21 POSITION 05.
           MOVE TOT-CARTERA TO TOT-ED.
           DISPLAY TOT-ED LINE 21 POSITION 17.
           DISPLAY "RECHAZADOS: " LINE 21 POSITION 36.
           MOVE TOT-RECHAZO TO TOT-ED.
           DISPLAY TOT-ED LINE 21 POSITION 48
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
       F-SOLAPA-CHEQUES.
           EXIT.

       MOSTRAR-CHEQUE.
           READ CHEQUES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOSTRAR-CHEQUE
           END-READ.
           IF CHCA NOT = PCA
              GO TO F-MOSTRAR-CHEQUE
           END-IF.
           IF NOT CHQ-CARTERA AND NOT CHQ-RECHAZADO
              GO TO F-MOSTRAR-CHEQUE
           END-IF.
           ADD 1 TO CANT-LIN.
           IF CHQ-CARTERA
              ADD CHIMP TO TOT-CARTERA
           ELSE
              ADD CHIMP TO TOT-RECHAZO
           END-IF.
           IF L NOT < LIN-MAX - 1
              ADD 1 TO CANT-AFUERA
              GO TO F-MOSTRAR-CHEQUE
           END-IF.
           ADD 1 TO L.
           DISPLAY CHBCO LINE L POSITION 05.
           DISPLAY CHNRO LINE L POSITION 09.
           MOVE CHIMP TO IMP-ED.
           DISPLAY IMP-ED LINE L POSITION 18.
           DISPLAY CHFECHA LINE L POSITION 28.
           DISPLAY CHFCOBRO LINE L POSITION 38.
           IF CHQ-CARTERA
              DISPLAY "CARTERA" LINE L POSITION 48
           ELSE
              DISPLAY "RECHAZADO" LINE L POSITION 48
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
       F-MOSTRAR-CHEQUE.
           EXIT.

      *---------------------------------------------------------------*
      *-- SOLAPA 5: LAS ULTIMAS DIEZ GESTIONES Y EL PROXIMO CONTACTO-*
      *---------------------------------------------------------------*
       SOLAPA-GESTIONES.
           DISPLAY "ULTIMAS GESTIONES DE COBRANZA" LINE 05 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           IF SW-GES-ARCH NOT = "S"
              DISPLAY "GESTCOB.IND NO DISPONIBLE" LINE 07 POSITION 05
              GO TO F-SOLAPA-GESTIONES
           END-IF.
           MOVE 0 TO GES-CANT PROX-CONTACTO.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO GCCA.
           MOVE 0 TO GCFECHA GCSEC.
           START GESTIONES KEY IS NOT LESS THAN GCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM JUNTAR-GESTION THRU F-JUNTAR-GESTION
              UNTIL SW-FIN = "S".
           IF GES-CANT = 0
              DISPLAY "SIN GESTIONES REGISTRADAS" LINE 07 POSITION 05
              GO TO F-SOLAPA-GESTIONES
           END-IF.
           DISPLAY "FECHA    ACCION          RESULTADO       OPE"
              LINE 06 POSITION 02.
           MOVE 6 TO L.
           MOVE 1 TO GES-POS.
           PERFORM LISTAR-UNA-GESTION THRU F-LISTAR-UNA-GESTION
              UNTIL GES-POS > GES-CANT.
           IF PROX-CONTACTO NOT = 0
              DISPLAY "PROXIMO CONTACTO: " LINE 19 POSITION 05
              IF PROX-CONTACTO < WFECHA-HOY
                 DISPLAY PROX-CONTACTO LINE 19 POSITION 23
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY "(ATRASADO)" LINE 19 POSITION 33
              ELSE
                 DISPLAY PROX-CONTACTO LINE 19 POSITION 23
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              END-IF
           END-IF.
       F-SOLAPA-GESTIONES.
           EXIT.

       JUNTAR-GESTION.
           READ GESTIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF GCCA NOT = PCA
                 MOVE "S" TO SW-FIN
              ELSE
                 IF GES-CANT < 10
                    ADD 1 TO GES-CANT
                 ELSE
                    MOVE 1 TO GES-AUX
                    PERFORM CORRER-GESTION THRU F-CORRER-GESTION
                       UNTIL GES-AUX > 9
                 END-IF
                 MOVE GCFECHA TO TGES-FECHA(GES-CANT)
                 MOVE GCACC TO TGES-ACC(GES-CANT)
                 MOVE GCRES TO TGES-RES(GES-CANT)
                 MOVE GCOPE TO TGES-OPE(GES-CANT)
                 MOVE GCPROX TO TGES-PROX(GES-CANT)
      *-- EL PROXIMO CONTACTO ES EL QUE FIJO LA ULTIMA GESTION ------*
                 MOVE GCPROX TO PROX-CONTACTO
              END-IF
           END-IF.
       F-JUNTAR-GESTION.
           EXIT.

       CORRER-GESTION.
           COMPUTE GES-POS = GES-AUX + 1.
           MOVE TGES-FECHA(GES-POS) TO TGES-FECHA(GES-AUX).
           MOVE TGES-ACC(GES-POS) TO TGES-ACC(GES-AUX).
           MOVE TGES-RES(GES-POS) TO TGES-RES(GES-AUX).
           MOVE TGES-OPE(GES-POS) TO TGES-OPE(GES-AUX).
           MOVE TGES-PROX(GES-POS) TO TGES-PROX(GES-AUX).
           ADD 1 TO GES-AUX.
       F-CORRER-GESTION.
           EXIT.

       LISTAR-UNA-GESTION.
           ADD 1 TO L.
           DISPLAY TGES-FECHA(GES-POS) LINE L POSITION 02.
           DISPLAY TGES-ACC(GES-POS) LINE L POSITION 11.
           DISPLAY TGES-RES(GES-POS) LINE L POSITION 27.
           DISPLAY TGES-OPE(GES-POS) LINE L POSITION 43.
           IF TGES-PROX(GES-POS) NOT = 0
              DISPLAY "PROX:" LINE L POSITION 47
              DISPLAY TGES-PROX(GES-POS) LINE L POSITION 53
           END-IF.
           ADD 1 TO GES-POS.
       F-LISTAR-UNA-GESTION.
           EXIT.

      *---------------------------------------------------------------*
      *-- SOLAPA 6: ALUMNOS A CARGO (ALUPAG.IND) CON CURSO Y BECA   --*
      *---------------------------------------------------------------*
       SOLAPA-ALUMNOS.
           DISPLAY "ALUMNOS A CARGO DEL CLIENTE" LINE 05 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           IF SW-APG-ARCH NOT = "S"
              DISPLAY "ALUPAG.IND NO DISPONIBLE" LINE 07 POSITION 05
              GO TO F-SOLAPA-ALUMNOS
           END-IF.
           DISPLAY "ALUMNO   NOMBRE                         CURSO"
              LINE 06 POSITION 05.
           DISPLAY "BECA" LINE 06 POSITION 70.
           MOVE 6 TO L.
           MOVE 0 TO CANT-LIN CANT-AFUERA.
           MOVE "N" TO SW-FIN.
           MOVE PCA TO APCA.
           START VINCULOS KEY IS NOT LESS THAN APCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-ALUMNO THRU F-MOSTRAR-ALUMNO
              UNTIL SW-FIN = "S".
           IF CANT-LIN = 0
              DISPLAY "NO TIENE ALUMNOS A CARGO" LINE 08 POSITION 05
           END-IF.
           IF CANT-AFUERA > 0
              ADD 1 TO L
              MOVE CANT-AFUERA TO CANT-ED
              DISPLAY "... Y " LINE L POSITION 05
              DISPLAY CANT-ED LINE L POSITION 11
              DISPLAY " ALUMNOS MAS" LINE L POSITION 15
           END-IF.
       F-SOLAPA-ALUMNOS.
           EXIT.

       MOSTRAR-ALUMNO.
           READ VINCULOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOSTRAR-ALUMNO
           END-READ.
           IF APCA NOT = PCA
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-ALUMNO
           END-IF.
           ADD 1 TO CANT-LIN.
           IF L NOT < LIN-MAX
              ADD 1 TO CANT-AFUERA
              GO TO F-MOSTRAR-ALUMNO
           END-IF.
           ADD 1 TO L.
           DISPLAY APALU LINE L POSITION 05.
           MOVE APALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY
                 DISPLAY "(NO ESTA EN MAEALU.IND)" LINE L POSITION 14
                 GO TO F-MOSTRAR-ALUMNO
           END-READ.
           DISPLAY MAN LINE L POSITION 14.
           MOVE MCU TO MCUR.
           READ CURSOS KEY IS MCUR
              INVALID KEY MOVE SPACES TO MDCUR
           END-READ.
           DISPLAY MCU LINE L POSITION 45.
           DISPLAY MDCUR LINE L POSITION 48.
      *-- LA BECA CUENTA SOLO SI HOY ESTA DENTRO DE SU VIGENCIA ----*
           MOVE APALU TO BEALU.
           READ BECAS KEY IS BEALU
              INVALID KEY GO TO F-MOSTRAR-ALUMNO
           END-READ.
           IF BEDESDE NOT > WFECHA-HOY
              AND (BEHASTA = 0 OR BEHASTA NOT < WFECHA-HOY)
              MOVE BEPCT TO PCT-ED
              DISPLAY PCT-ED LINE L POSITION 70
              DISPLAY "%" LINE L POSITION 73
           END-IF.
       F-MOSTRAR-ALUMNO.
           EXIT.

      *---------------------------------------------------------------*
      *-- SOLAPA 7: GRUPO EMPRESARIO, SUS CUENTAS Y EL SALDO        --*
      *-- CONSOLIDADO CONTRA EL LIMITE DEL GRUPO (VER ABMGRU)       --*
      *---------------------------------------------------------------*
       SOLAPA-GRUPO.
           DISPLAY "GRUPO EMPRESARIO" LINE 05 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           IF SW-GRU-ARCH NOT = "S"
              DISPLAY "GRUPOCLI.IND NO DISPONIBLE"
                 LINE 07 POSITION 05
              GO TO F-SOLAPA-GRUPO
           END-IF.
           MOVE PCA TO WCA-CLIENTE.
           MOVE PCA TO GRCA.
           START GRUPOS KEY IS NOT LESS THAN GRCA
              INVALID KEY MOVE 0 TO GRCA
           END-START.
           IF GRCA NOT = 0
              READ GRUPOS NEXT RECORD
                 AT END MOVE 0 TO GRCA
              END-READ
           END-IF.
           IF GRCA NOT = WCA-CLIENTE
              DISPLAY "LA CUENTA NO PERTENECE A NINGUN GRUPO"
                 LINE 07 POSITION 05
              GO TO F-SOLAPA-GRUPO
           END-IF.
           MOVE GRNRO TO WNRO-GRUPO.
           MOVE 0 TO GRCA.
           READ GRUPOS KEY IS GRCLAVE
              INVALID KEY MOVE SPACES TO GRNOM
                          MOVE 0 TO GRLIM
           END-READ.
           DISPLAY "GRUPO " LINE 07 POSITION 05.
           DISPLAY WNRO-GRUPO LINE 07 POSITION 11.
           DISPLAY GRNOM LINE 07 POSITION 17.
           DISPLAY "LIMITE DEL GRUPO: " LINE 08 POSITION 05.
           IF GRLIM = 0
              DISPLAY "SIN LIMITE DE GRUPO" LINE 08 POSITION 23
           ELSE
              MOVE GRLIM TO TOT-ED
              DISPLAY TOT-ED LINE 08 POSITION 23
           END-IF.
           DISPLAY "CUENTAS MIEMBRO:" LINE 10 POSITION 05.
           MOVE 10 TO L.
           MOVE 0 TO TOT-GRUPO CANT-AFUERA.
           MOVE WNRO-GRUPO TO GRNRO.
           MOVE 1 TO GRCA.
           MOVE "N" TO SW-FIN.
           START GRUPOS KEY IS NOT LESS THAN GRCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MOSTRAR-MIEMBRO THRU F-MOSTRAR-MIEMBRO
              UNTIL SW-FIN = "S".
           IF CANT-AFUERA > 0
              ADD 1 TO L
              MOVE CANT-AFUERA TO CANT-ED
              DISPLAY "... Y " LINE L POSITION 05
              DISPLAY CANT-ED LINE L POSITION 11
              DISPLAY " CUENTAS MAS" LINE L POSITION 15
           END-IF.
           DISPLAY "SALDO CONSOLIDADO: " LINE 21 POSITION 05.
           MOVE TOT-GRUPO TO TOT-ED.
           IF GRLIM NOT = 0 AND TOT-GRUPO > GRLIM
              DISPLAY TOT-ED LINE 21 POSITION 24
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY "EXCEDE EL LIMITE" LINE 21 POSITION 40
           ELSE
              DISPLAY TOT-ED LINE 21 POSITION 24
           END-IF.
      *-- LAS LECTURAS DE LOS MIEMBROS MOVIERON EL REGISTRO --------*
           MOVE WCA-CLIENTE TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY CONTINUE
           END-READ.
       F-SOLAPA-GRUPO.
           EXIT.

       MOSTRAR-MIEMBRO.
           READ GRUPOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOSTRAR-MIEMBRO
           END-READ.
           IF GRNRO NOT = WNRO-GRUPO
              MOVE "S" TO SW-FIN
              GO TO F-MOSTRAR-MIEMBRO
           END-IF.
           MOVE GRCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 MOVE SPACES TO PAN
                 MOVE 0 TO PSA
                 MOVE 1 TO PTS
           END-READ.
           IF PER-DEBE
              ADD PSA TO TOT-GRUPO
              MOVE "D" TO WTS
           ELSE
              SUBTRACT PSA FROM TOT-GRUPO
              MOVE "H" TO WTS
           END-IF.
           IF L NOT < LIN-MAX
              ADD 1 TO CANT-AFUERA
              GO TO F-MOSTRAR-MIEMBRO
           END-IF.
           ADD 1 TO L.
           DISPLAY GRCA LINE L POSITION 05.
           DISPLAY PAN LINE L POSITION 14.
           MOVE PSA TO IMP-ED.
           DISPLAY IMP-ED LINE L POSITION 46.
           DISPLAY WTS LINE L POSITION 56.
           IF GRCA = WCA-CLIENTE
              DISPLAY "<" LINE L POSITION 58
           END-IF.
       F-MOSTRAR-MIEMBRO.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE PERSONA MOVIMIENTOS MAESUC.
           IF SW-PLA-ARCH = "S"
              CLOSE PLANES CUOTAS
           END-IF.
           IF SW-CHQ-ARCH = "S"
              CLOSE CHEQUES
           END-IF.
           IF SW-GES-ARCH = "S"
              CLOSE GESTIONES
           END-IF.
           IF SW-APG-ARCH = "S"
              CLOSE VINCULOS MAESTRO CURSOS BECAS
           END-IF.
           IF SW-GRU-ARCH = "S"
              CLOSE GRUPOS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
