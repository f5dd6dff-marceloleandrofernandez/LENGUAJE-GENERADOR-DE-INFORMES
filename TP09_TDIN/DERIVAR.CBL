      *** DERIVAR - DERIVACION DE CUENTAS EN MORA A AGENCIAS       ***
      *** SOLO PARA SUPERVISORES (LA FIRMA DE LA TERMINAL, VER     ***
      *** QUIENSOY): CUANDO LAS CARTAS Y LAS GESTIONES NO DIERON   ***
      *** RESULTADO, LA CUENTA SE MANDA A UN ESTUDIO O AGENCIA DEL ***
      *** MAESTRO AGENCIA.IND (VER ABMAGE) - MUESTRA EL SALDO, LA  ***
      *** DEUDA VENCIDA Y EL ATRASO DE LA PARTIDA MAS VIEJA; LA    ***
      *** DERIVACION QUEDA EN DERIVA.IND CON LA FECHA, LA AGENCIA  ***
      *** Y LA DEUDA ABIERTA DE ESE DIA, Y COMO GESTION EN         ***
      *** GESTCOB.IND - SOLO SE DERIVA UNA CUENTA CON DEUDA        ***
      *** VENCIDA, NO PASADA A INCOBRABLES Y SIN OTRA DERIVACION   ***
      *** ACTIVA - UNA CUENTA DERIVADA SE PUEDE RETIRAR DE LA      ***
      *** AGENCIA DESDE ACA (QUEDA DEVUELTA) - EL ARCHIVO PARA LA  ***
      *** AGENCIA LO ARMA EXPAGE Y SU RENDICION LA IMPORTA RENDAGE ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DERIVAR.
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

           SELECT AGENCIAS ASSIGN TO DISK "AGENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGCOD
           FILE STATUS IS FSTAGE.

           SELECT DERIVACIONES ASSIGN TO DISK "DERIVA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DVCLAVE
           FILE STATUS IS FSTDRV.

           SELECT GESTIONES ASSIGN TO DISK "GESTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GCCLAVE
           FILE STATUS IS FSTGES.

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

        FD AGENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS R-AGE.

         COPY AGENCIA.

        FD DERIVACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-DRV.

         COPY DERIVA.

        FD GESTIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-GES.

         COPY GESTCOB.

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTAGE              PIC XX.
       77 FSTDRV              PIC XX.
       77 FSTGES              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-ACC              PIC X.
       77 WOPE                PIC X(03).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
       77 WCA-B               PIC 9(08).
       77 BUS-PAN             PIC X(30).
       77 SW-BUSQ             PIC XX.
       77 SW-FIN              PIC X.
       77 SW-DERIV            PIC X.
       77 ENT-AGE             PIC 9(03).
       77 WSEC-ULT            PIC 9(02).
       77 WACC                PIC X(15).
       77 WRES                PIC X(15).
       77 CANT-DERIVADAS      PIC 9(04) VALUE 0.
       77 CANT-RETIRADAS      PIC 9(04) VALUE 0.
      *-- DEUDA DEL CLIENTE: ABIERTA (TODAS LAS PARTIDAS CON ------*
      *-- MVSDO) Y VENCIDA (LAS DE VENCIMIENTO ANTERIOR A HOY) ----*
       77 DEU-ABIERTA         PIC 9(07)V99.
       77 DEU-VENCIDA         PIC 9(07)V99.
       77 CANT-PARTIDAS       PIC 9(03).
       77 DIAS-MAX            PIC 9(05).
       77 DIAS-HOY            PIC 9(07).
       77 DIAS-MOV            PIC 9(07).
       77 DIAS-ANT            PIC S9(07).
       77 PSA-ED              PIC ZZ.ZZ9,99.
       77 DEU-ED              PIC Z.ZZZ.ZZ9,99.
      *-- LA DERIVACION ACTIVA QUE SE ENCONTRO, PARA RETIRARLA -----*
       77 WCLAVE-DRV          PIC X(16).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 R-WFECHA-HOY REDEFINES WFECHA-HOY PIC 9(8).

       01 WFECHA-MOV.
          02 FM-AA            PIC 9(4).
          02 FM-MM            PIC 9(2).
          02 FM-DD            PIC 9(2).
       01 WFECHA-MOV-R REDEFINES WFECHA-MOV PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "DERIVAR: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "DERIVAR: SOLO PARA SUPERVISORES"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE QS-OPER TO WOPE.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "DERIVAR: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT AGENCIAS.
           IF FSTAGE NOT = "00"
              DISPLAY "DERIVAR: NO HAY AGENCIAS CARGADAS (VER ABMAGE)"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MOVIMIENTOS.
      *-- LA PRIMERA DERIVACION Y LA PRIMERA GESTION CREAN SUS -----*
      *-- ARCHIVOS -------------------------------------------------*
           OPEN I-O DERIVACIONES.
           IF FSTDRV NOT = "00"
              OPEN OUTPUT DERIVACIONES
              CLOSE DERIVACIONES
              OPEN I-O DERIVACIONES
           END-IF.
           OPEN I-O GESTIONES.
           IF FSTGES NOT = "00"
              OPEN OUTPUT GESTIONES
              CLOSE GESTIONES
              OPEN I-O GESTIONES
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.

       PEDIR-CLIENTE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "DERIVACION A AGENCIAS DE COBRANZA" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
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
              GO TO MOSTRAR-CUENTA
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

       MOSTRAR-CUENTA.
           PERFORM CALCULAR-DEUDA.
           PERFORM BUSCAR-DERIVACION.
           DISPLAY "CLIENTE: " LINE 07 POSITION 05.
           DISPLAY PAN LINE 07 POSITION 14.
           MOVE PSA TO PSA-ED.
           DISPLAY "SALDO ACTUAL   : " LINE 08 POSITION 05.
           DISPLAY PSA-ED LINE 08 POSITION 23.
           IF PTS = 1
              DISPLAY "(DEBE)" LINE 08 POSITION 33
           ELSE
              DISPLAY "(HABER)" LINE 08 POSITION 33
           END-IF.
           MOVE DEU-ABIERTA TO DEU-ED.
           DISPLAY "DEUDA ABIERTA  : " LINE 09 POSITION 05.
           DISPLAY DEU-ED LINE 09 POSITION 20.
           DISPLAY "PARTIDAS: " LINE 09 POSITION 40.
           DISPLAY CANT-PARTIDAS LINE 09 POSITION 50.
           MOVE DEU-VENCIDA TO DEU-ED.
           DISPLAY "DEUDA VENCIDA  : " LINE 10 POSITION 05.
           DISPLAY DEU-ED LINE 10 POSITION 20.
           DISPLAY "ATRASO (DIAS): " LINE 10 POSITION 40.
           DISPLAY DIAS-MAX LINE 10 POSITION 55.
           IF SW-DERIV = "S"
              GO TO OFRECER-RETIRO
           END-IF.
      *-- UNA CUENTA CASTIGADA YA NO TIENE PARTIDAS ABIERTAS: LO ---*
      *-- QUE PAGUE ES RECUPERO Y LO COBRA UN SUPERVISOR (VER ------*
      *-- CASTIGO / COBRANZA) --------------------------------------*
           IF PER-INCOBRABLE
              DISPLAY "CUENTA EN INCOBRABLES - NO SE DERIVA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           IF DEU-VENCIDA = 0
              DISPLAY "LA CUENTA NO TIENE DEUDA VENCIDA - NO SE DERIVA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           PERFORM DERIVAR-CUENTA THRU F-DERIVAR-CUENTA.
           GO TO PEDIR-CLIENTE.

      *-- LA CUENTA YA ESTA EN UNA AGENCIA: SOLO SE PUEDE RETIRAR --*
       OFRECER-RETIRO.
           MOVE DVAGE TO AGCOD.
           READ AGENCIAS KEY IS AGCOD
              INVALID KEY MOVE "(AGENCIA INEXISTENTE)" TO AGNOM
           END-READ.
           DISPLAY "DERIVADA A: " LINE 12 POSITION 05
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           DISPLAY DVAGE LINE 12 POSITION 17
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           DISPLAY AGNOM LINE 12 POSITION 21
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           DISPLAY "DESDE: " LINE 13 POSITION 05.
           DISPLAY DVFECHA LINE 13 POSITION 12.
           MOVE DVDEU TO DEU-ED.
           DISPLAY "DEUDA DERIVADA: " LINE 13 POSITION 25.
           DISPLAY DEU-ED LINE 13 POSITION 41.
           MOVE DVCOB TO DEU-ED.
           DISPLAY "COBRADO POR LA AGENCIA: " LINE 14 POSITION 05.
           DISPLAY DEU-ED LINE 14 POSITION 29.
           DISPLAY "R=RETIRAR DE LA AGENCIA  OTRA=VUELVE: "
              LINE 16 POSITION 05.
           ACCEPT OP-ACC LINE 16 POSITION 44.
           IF OP-ACC NOT = "R" AND OP-ACC NOT = "r"
              GO TO PEDIR-CLIENTE
           END-IF.
           DISPLAY "CONFIRMA EL RETIRO (S/N) ? " LINE 18 POSITION 05.
           ACCEPT OP-SN LINE 18 POSITION 33.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE WCLAVE-DRV TO DVCLAVE.
           READ DERIVACIONES KEY IS DVCLAVE
              INVALID KEY GO TO PEDIR-CLIENTE
           END-READ.
           MOVE "D" TO DVEST.
           MOVE R-WFECHA-HOY TO DVFBAJA.
           REWRITE R-DRV
              INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "RETIRO AGENCIA" TO WACC.
           MOVE SPACES TO WRES.
           MOVE AGNOM TO WRES.
           PERFORM GRABAR-GESTION.
           ADD 1 TO CANT-RETIRADAS.
           DISPLAY "CUENTA RETIRADA DE LA AGENCIA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CLIENTE.

       DERIVAR-CUENTA.
           DISPLAY "AGENCIA (0 = NO DERIVA): " LINE 12 POSITION 05.
           ACCEPT ENT-AGE LINE 12 POSITION 31.
           IF ENT-AGE IS NOT NUMERIC
              MOVE 0 TO ENT-AGE
           END-IF.
           IF ENT-AGE = 0
              GO TO F-DERIVAR-CUENTA
           END-IF.
           MOVE ENT-AGE TO AGCOD.
           READ AGENCIAS KEY IS AGCOD
              INVALID KEY
                 DISPLAY "AGENCIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-DERIVAR-CUENTA
           END-READ.
           IF AGE-BAJA
              DISPLAY "AGENCIA DADA DE BAJA - NO RECIBE CUENTAS"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-DERIVAR-CUENTA
           END-IF.
           DISPLAY AGNOM LINE 12 POSITION 36.
           DISPLAY "CONFIRMA LA DERIVACION (S/N) ? "
              LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 37.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-DERIVAR-CUENTA
           END-IF.
           MOVE WCA-B TO DVCA.
           MOVE R-WFECHA-HOY TO DVFECHA.
           MOVE ENT-AGE TO DVAGE.
           MOVE DEU-ABIERTA TO DVDEU.
           MOVE "A" TO DVEST.
           MOVE 0 TO DVCOB DVCOM DVFBAJA.
           MOVE WOPE TO DVOPE.
           MOVE "N" TO DVEXP.
      *-- UNA CUENTA RETIRADA HOY MISMO NO SE VUELVE A DERIVAR EL --*
      *-- MISMO DIA (LA CLAVE ES CLIENTE + FECHA) ------------------*
           WRITE R-DRV
              INVALID KEY
                 DISPLAY "YA HUBO UNA DERIVACION HOY - NO SE GRABA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-DERIVAR-CUENTA
           END-WRITE.
           MOVE "DERIVACION" TO WACC.
           MOVE SPACES TO WRES.
           MOVE AGNOM TO WRES.
           PERFORM GRABAR-GESTION.
           ADD 1 TO CANT-DERIVADAS.
           DISPLAY "CUENTA DERIVADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-DERIVAR-CUENTA.
           EXIT.

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

      *-- SUMA LAS PARTIDAS ABIERTAS Y LAS YA VENCIDAS, Y GUARDA ---*
      *-- EL ATRASO DE LA MAS VIEJA (DIAS COMERCIALES, ANTDEU) ----*
       CALCULAR-DEUDA.
           MOVE 0 TO DEU-ABIERTA DEU-VENCIDA CANT-PARTIDAS DIAS-MAX.
           MOVE "N" TO SW-FIN.
           MOVE WCA-B TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PARTIDA THRU F-MIRAR-PARTIDA
              UNTIL SW-FIN = "S".

       MIRAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-PARTIDA
           END-IF.
           IF MVCA NOT = WCA-B
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-PARTIDA
           END-IF.
           IF NOT MOV-APLICADO OR NOT MOV-DEBE OR MVSDO = 0
              GO TO F-MIRAR-PARTIDA
           END-IF.
           ADD MVSDO TO DEU-ABIERTA.
           ADD 1 TO CANT-PARTIDAS.
           IF MVVTO < R-WFECHA-HOY
              ADD MVSDO TO DEU-VENCIDA
              MOVE MVVTO TO WFECHA-MOV-R
              COMPUTE DIAS-MOV = FM-AA * 360 + FM-MM * 30 + FM-DD
              COMPUTE DIAS-ANT = DIAS-HOY - DIAS-MOV
              IF DIAS-ANT > DIAS-MAX
                 MOVE DIAS-ANT TO DIAS-MAX
              END-IF
           END-IF.
       F-MIRAR-PARTIDA.
           EXIT.

      *-- LA DERIVACION ACTIVA DEL CLIENTE, SI LA HAY (COMO --------*
      *-- DERIVIG, PERO CON EL ARCHIVO YA ABIERTO PARA RETIRARLA) --*
       BUSCAR-DERIVACION.
           MOVE "N" TO SW-DERIV.
           MOVE "N" TO SW-FIN.
           MOVE WCA-B TO DVCA.
           MOVE 0 TO DVFECHA.
           START DERIVACIONES KEY IS NOT LESS THAN DVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-DERIVACION THRU F-MIRAR-DERIVACION
              UNTIL SW-FIN = "S".

       MIRAR-DERIVACION.
           READ DERIVACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-DERIVACION
           END-IF.
           IF DVCA NOT = WCA-B
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-DERIVACION
           END-IF.
           IF DRV-ACTIVA
              MOVE "S" TO SW-DERIV
              MOVE DVCLAVE TO WCLAVE-DRV
              MOVE "S" TO SW-FIN
           END-IF.
       F-MIRAR-DERIVACION.
           EXIT.

      *-- LA DERIVACION Y EL RETIRO QUEDAN EN EL HISTORIAL DE ------*
      *-- GESTIONES DEL CLIENTE, FIRMADOS POR EL SUPERVISOR --------*
       GRABAR-GESTION.
           PERFORM BUSCAR-ULTIMA-SEC.
           MOVE WCA-B TO GCCA.
           MOVE R-WFECHA-HOY TO GCFECHA.
           COMPUTE GCSEC = WSEC-ULT + 1.
           MOVE WACC TO GCACC.
           MOVE WRES TO GCRES.
           MOVE WOPE TO GCOPE.
           MOVE 0 TO GCPROX.
           WRITE R-GES
              INVALID KEY CONTINUE
           END-WRITE.

       BUSCAR-ULTIMA-SEC.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN.
           MOVE WCA-B TO GCCA.
           MOVE R-WFECHA-HOY TO GCFECHA.
           MOVE 0 TO GCSEC.
           START GESTIONES KEY IS NOT LESS THAN GCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-SEC THRU F-MIRAR-SEC
              UNTIL SW-FIN = "S".

       MIRAR-SEC.
           READ GESTIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF GCCA = WCA-B AND GCFECHA = R-WFECHA-HOY
                 MOVE GCSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN
              END-IF
           END-IF.
       F-MIRAR-SEC.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "DERIVAR: DERIVADAS = " CANT-DERIVADAS
              "  RETIRADAS = " CANT-RETIRADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PERSONA AGENCIAS MOVIMIENTOS DERIVACIONES GESTIONES.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
