      *** LAS PARTIDAS ABIERTAS DEL CLIENTE (CARGOS CON MVSDO):    ***
      *** EL OPERADOR ELIGE QUE DEUDAS CANCELA Y EL RESTO VA A     ***
      *** LAS MAS VIEJAS                                           ***
      *** EL PAGO CON TARJETA DEJA SU CUPON (TARJETA, LOTE DE      ***
      *** CIERRE DEL POSNET Y NUMERO) EN CUPONES.IND PARA QUE      ***
      *** LIQTAR LO APAREE CONTRA LA LIQUIDACION DE LA TARJETA     ***
      *** UNA CUENTA PASADA A INCOBRABLES (VER CASTIGO) SOLO LA    ***
      *** COBRA UN SUPERVISOR, Y EL COBRO ES RECUPERO: UN DEBE     ***
      *** "RECUPERO INCOB." REPONE LO CASTIGADO (HASTA LO QUE      ***
      *** FALTE RECUPERAR) Y QUEDA EN EL REGISTRO DE INCOBRABLES   ***
      *** SI LA CUENTA ESTA DERIVADA A UNA AGENCIA DE COBRANZA     ***
      *** (VER DERIVAR) LO AVISA ANTES DE PEDIR EL IMPORTE         ***
      *** LA PARTIDA DE MATRICULA QUE QUEDA CANCELADA DEJA AL      ***
      *** ALUMNO REINSCRIPTO EN LA CAMPANA DEL CICLO (REINSC.IND,  ***
      *** VER CAMPREI)                                             ***
      *** SI EL OPERADOR DEJA LA CAJA SIN TECLEAR MAS DE INACTMIN  ***
      *** MINUTOS, LA SESION SE CIERRA Y SE VUELVE A PEDIR LA      ***
      *** CLAVE (VER VENCESES): EL COBRO A MEDIO CARGAR SE         ***
      *** DESCARTA                                                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANZA.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

      *-- CUPONES DE TARJETA: CADA PAGO CON TARJETA DEJA SU -------*
      *-- CUPON ACA HASTA QUE LA TARJETA LO LIQUIDE (VER LIQTAR) ---*
           SELECT CUPONES ASSIGN TO DISK "CUPONES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           FILE STATUS IS FSTCUP.

      *-- REGISTRO DE INCOBRABLES: EL COBRO A UNA CUENTA ----------*
      *-- CASTIGADA DEJA SU RECUPERO ACA ----------------------------*
           SELECT INCOBRABLES ASSIGN TO DISK "INCOBRA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INCLAVE
           FILE STATUS IS FSTINC.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TSSUC
           FILE STATUS IS FSTTAL.

      *-- CAMPANA DE REINSCRIPCION (VER CAMPREI): SE BUSCA POR LA --*
      *-- PARTIDA DE LA MATRICULA ----------------------------------*
           SELECT REINSCRIP ASSIGN TO DISK "REINSC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RICLAVE
           ALTERNATE RECORD KEY IS RIPARTIDA DUPLICATES
           FILE STATUS IS FSTREI.

      *-- SOLO PARA LA LEYENDA PRACTICA DEL ARENERO (VER CLONEMP) --*
           SELECT F-EMPRESA ASSIGN TO DISK "EMPRESA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL

        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

        FD CUPONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-CUP.

         COPY CUPTAR.

        FD INCOBRABLES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-INC.

         COPY INCOBRA.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS

         COPY TALONSUC.

        FD REINSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-REI.

         COPY REINSC.

        FD F-EMPRESA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
       77 FSTSUC              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTCHQ              PIC XX.
       77 FSTCUP              PIC XX.
       77 FSTINC              PIC XX.
       77 FSTCAJ              PIC XX.
       77 SW-CAJA             PIC X.
       77 FSTCIE              PIC XX.
      *-- SIN REINSC.IND NO HAY CAMPANA DE REINSCRIPCION -----------*
       77 FSTREI              PIC XX.
       77 SW-REI-ARCH         PIC X VALUE "N".
       77 FECHA-CERRADA       PIC 9(8) VALUE 0.
      *-- EN EL ARENERO DE PRACTICA TODO GRITA "SIN VALOR" ---------*
       77 FSTEMPC             PIC XX.
       77 ENT-BCO             PIC 9(3).
       77 ENT-CHNRO           PIC 9(8).
       77 ENT-FCOBRO          PIC 9(8).
      *-- Y DEL CUPON DE TARJETA -----------------------------------*
       77 ENT-TAR             PIC 9(2).
       77 ENT-LOTE            PIC 9(4).
       77 ENT-CUPON           PIC 9(6).
       77 SW-CUPON            PIC X.
      *-- RECUPERO DE UNA CUENTA PASADA A INCOBRABLES: LO QUE -----*
      *-- FALTA RECUPERAR (CASTIGADO MENOS RECUPERADO) Y LO QUE ---*
      *-- DE ESTE COBRO VA A RECUPERO -----------------------------*
       77 WPEND-REC           PIC S9(07)V99.
       77 WRECUP              PIC 9(05)V99.
       77 SW-FIN-INC          PIC X.
      *-- DERIVACION VIGENTE DE LA CUENTA (VER DERIVIG) -----------*
       77 DRV-CA              PIC 9(08).
       77 DRV-AGE             PIC 9(03).
       77 DRV-RES             PIC X.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 L                   PIC 99 VALUE 0.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC             PIC X.
       77 VEN-OK              PIC X.
       77 TIEMPO-INACT        PIC 9(8).
       77 C-INACT             PIC 99.

       77 WOPE                PIC X(03).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
              OPEN I-O CHEQUES
           END-IF.
       ERROR-APERTURA-CHQ.
       CUARTA SECTION.
       USE AFTER ERROR PROCEDURE ON CUPONES.
       ERROR-APERTURA-CUP.
           IF FSTCUP NOT = "00"
              OPEN OUTPUT CUPONES
              CLOSE CUPONES
              OPEN I-O CUPONES
           END-IF.
       ERROR-APERTURA-CUP.
       END DECLARATIVES.
       QUINTA SECTION.
       INICIO.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
           OPEN I-O MOVIMIENTOS.
           OPEN I-O COBRANZAS.
           OPEN I-O CHEQUES.
           OPEN I-O CUPONES.
      *-- EL PRIMER RECUPERO PUEDE SER ANTERIOR A TODO CASTIGO -----*
      *-- SOLO SI EL ARCHIVO NO EXISTE: SE CREA VACIO --------------*
           OPEN I-O INCOBRABLES.
           IF FSTINC NOT = "00"
              OPEN OUTPUT INCOBRABLES
              CLOSE INCOBRABLES
              OPEN I-O INCOBRABLES
           END-IF.
           OPEN INPUT MAESUC.
           OPEN OUTPUT IMPRE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
              MOVE "S" TO SES-ACC
              CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
              CANCEL "SESFLAG"
              CLOSE PERSONA MOVIMIENTOS COBRANZAS CHEQUES CUPONES
                    INCOBRABLES MAESUC IMPRE
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- EL OPERADOR ES EL QUE FIRMO EL INGRESO EN ESTA TERMINAL --*
              MOVE "S" TO SES-ACC
              CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
              CANCEL "SESFLAG"
              CLOSE PERSONA MOVIMIENTOS COBRANZAS CHEQUES CUPONES
                    INCOBRABLES MAESUC IMPRE
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE QS-OPER TO WOPE.
              MOVE "S" TO SES-ACC
              CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
              CANCEL "SESFLAG"
              CLOSE PERSONA MOVIMIENTOS COBRANZAS CHEQUES CUPONES
                    INCOBRABLES MAESUC IMPRE
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- LA SERIE DEL TALONARIO ES LA SUCURSAL DE ESTA CAJA, ------*
              MOVE "S" TO SES-ACC
              CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
              CANCEL "SESFLAG"
              CLOSE PERSONA MOVIMIENTOS COBRANZAS CHEQUES CUPONES
                    INCOBRABLES MAESUC IMPRE
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O REINSCRIP.
           IF FSTREI = "00"
              MOVE "S" TO SW-REI-ARCH
           END-IF.
           PERFORM LEER-TALONARIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           DISPLAY " " ERASE SCREEN.
           DISPLAY "COBRANZAS DE MOSTRADOR" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PROXIMO RECIBO: " LINE 03 POSITION 52.
           DISPLAY WNRO-PROX LINE 03 POSITION 68.
           DISPLAY "CODIGO DE CLIENTE (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT WCA-B LINE 04 POSITION 35
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WCA-B IS NOT NUMERIC
              MOVE 0 TO WCA-B
           END-IF.
           DISPLAY "O APELLIDO A BUSCAR: " LINE 05 POSITION 05.
           ACCEPT BUS-PAN LINE 05 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WCA-B = 0 AND BUS-PAN NOT = SPACES
              PERFORM BUSCAR-POR-APELLIDO
              IF SW-BUSQ = "NO"
           END-READ.

       PEDIR-IMPORTE.
      *-- UNA CUENTA PASADA A INCOBRABLES (VER CASTIGO) SOLO LA ----*
      *-- COBRA UN SUPERVISOR, Y COMO RECUPERO ---------------------*
           IF PER-INCOBRABLE AND QS-SUP NOT = "S"
              DISPLAY "CUENTA EN INCOBRABLES - SOLO COBRA UN SUPERVISOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE PCA TO WCA-B.
           MOVE PSA TO PSA-ED.
           DISPLAY "CLIENTE: " LINE 07 POSITION 05.
           ELSE
              DISPLAY "(HABER)" LINE 08 POSITION 27
           END-IF.
           IF PER-INCOBRABLE
              DISPLAY "CUENTA EN INCOBRABLES: EL COBRO ES RECUPERO"
                 LINE 09 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
      *-- UNA CUENTA DERIVADA LA ESTA GESTIONANDO UNA AGENCIA: SE -*
      *-- COBRA IGUAL, PERO HAY QUE AVISARLE (VER DERIVAR) ---------*
           MOVE PCA TO DRV-CA.
           CALL   "DERIVIG" USING DRV-CA DRV-AGE DRV-RES
           CANCEL "DERIVIG".
           IF DRV-RES = "S" AND NOT PER-INCOBRABLE
              DISPLAY "CUENTA DERIVADA A LA AGENCIA" LINE 09 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY DRV-AGE LINE 09 POSITION 34
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY "- AVISARLE EL PAGO" LINE 09 POSITION 38
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
           DISPLAY "IMPORTE QUE PAGA: " LINE 10 POSITION 05.
           ACCEPT WIMP LINE 10 POSITION 24
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WIMP IS NOT NUMERIC
              MOVE 0 TO WIMP
           END-IF.
           END-IF.
      *-- YA NO TODO ES EFECTIVO: EL MEDIO QUEDA EN EL RECIBO Y ----*
      *-- EL ARQUEO DE LA CAJA DIARIA ABRE POR MEDIO ---------------*
           DISPLAY "MEDIO (1=EFECT 2=CHEQUE 3=TRANSF 6=TARJETA): "
              LINE 11 POSITION 05.
           ACCEPT ENT-MED LINE 11 POSITION 51
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-MED IS NOT NUMERIC
              MOVE 0 TO ENT-MED
           END-IF.
           IF (ENT-MED < 1 OR ENT-MED > 3) AND ENT-MED NOT = 6
              MOVE 1 TO ENT-MED
           END-IF.
           IF ENT-MED = 6
              PERFORM PEDIR-CUPON
              IF SW-CUPON = "N"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
              END-IF
           END-IF.
           IF ENT-MED = 2
              PERFORM PEDIR-CHEQUE
              IF ENT-BCO = 0 OR ENT-CHNRO = 0
              END-IF
           END-IF.
           DISPLAY "CONFIRMA EL COBRO (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 32
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CLIENTE
           END-IF.

       PEDIR-CHEQUE.
           DISPLAY "BANCO: " LINE 13 POSITION 05.
           ACCEPT ENT-BCO LINE 13 POSITION 13
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "NUMERO: " LINE 13 POSITION 20.
           ACCEPT ENT-CHNRO LINE 13 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "F.COBRO (AAAAMMDD): " LINE 13 POSITION 40.
           ACCEPT ENT-FCOBRO LINE 13 POSITION 61
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-BCO IS NOT NUMERIC
              MOVE 0 TO ENT-BCO
           END-IF.
           MOVE ENT-FCOBRO TO CHFCOBRO.
           MOVE 0 TO CHFDEP.
           MOVE "C" TO CHEST.
           MOVE 0 TO CHPROV CHFEND.
           MOVE SPACES TO CHPAGO.
           WRITE R-CHQ
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR CHEQUE (FST=" FSTCHQ ")"
                 PERFORM PULSAR-TECLA
           END-WRITE.

      *-- EL CUPON SE IDENTIFICA POR TARJETA, LOTE DE CIERRE DEL --*
      *-- POSNET Y NUMERO: UN CUPON YA CARGADO NO SE REPITE --------*
       PEDIR-CUPON.
           MOVE "S" TO SW-CUPON.
           DISPLAY "TARJETA: " LINE 13 POSITION 05.
           ACCEPT ENT-TAR LINE 13 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "LOTE: " LINE 13 POSITION 20.
           ACCEPT ENT-LOTE LINE 13 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CUPON: " LINE 13 POSITION 34.
           ACCEPT ENT-CUPON LINE 13 POSITION 41
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-TAR IS NOT NUMERIC
              MOVE 0 TO ENT-TAR
           END-IF.
           IF ENT-LOTE IS NOT NUMERIC
              MOVE 0 TO ENT-LOTE
           END-IF.
           IF ENT-CUPON IS NOT NUMERIC
              MOVE 0 TO ENT-CUPON
           END-IF.
           IF ENT-TAR = 0 OR ENT-LOTE = 0 OR ENT-CUPON = 0
              DISPLAY "DATOS DEL CUPON INCOMPLETOS - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              MOVE "N" TO SW-CUPON
           ELSE
              MOVE ENT-TAR TO CUTAR
              MOVE ENT-LOTE TO CULOTE
              MOVE ENT-CUPON TO CUNRO
              READ CUPONES KEY IS CUCLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY "CUPON YA REGISTRADO - VERIFIQUE"
                       LINE 22 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    MOVE "N" TO SW-CUPON
              END-READ
           END-IF.

      *-- EL CUPON QUEDA PENDIENTE HASTA QUE LIQTAR LO ENCUENTRE ---*
      *-- EN LA LIQUIDACION DE LA TARJETA --------------------------*
       GRABAR-CUPON.
           MOVE ENT-TAR TO CUTAR.
           MOVE ENT-LOTE TO CULOTE.
           MOVE ENT-CUPON TO CUNRO.
           MOVE WCA-B TO CUCA.
           MOVE WNRO TO CURECIBO.
           MOVE WIMP TO CUIMP.
           MOVE WFECHA-HOY TO CUFECHA.
           MOVE "P" TO CUEST.
           MOVE 0 TO CUFLIQ CULIQ CUIMPLIQ.
           WRITE R-CUP
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR CUPON (FST=" FSTCUP ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

       BUSCAR-POR-APELLIDO.
           MOVE BUS-PAN TO PAN.
           START PERSONA KEY IS NOT LESS THAN PAN
       REGISTRAR-COBRO.
           MOVE PSA TO SAL-ANT.
           MOVE PTS TO TIP-ANT.
           MOVE 0 TO WRECUP.
           IF PER-INCOBRABLE
              PERFORM CALCULAR-RECUPERO
           END-IF.
           IF PTS = 1
              MOVE PSA TO SALDO-TRAB
           ELSE
              COMPUTE SALDO-TRAB = 0 - PSA
           END-IF.
      *-- LO RECUPERADO VUELVE PRIMERO AL DEBE (LO REPONE EL ------*
      *-- MOVIMIENTO DE RECUPERO) Y EL COBRO LO CANCELA -----------*
           ADD WRECUP TO SALDO-TRAB.
           SUBTRACT WIMP FROM SALDO-TRAB.
           IF SALDO-TRAB < -99999,99
              DISPLAY "EL SALDO A FAVOR EXCEDE EL CAMPO - NO SE COBRA"
              PERFORM REPONER-SALDO
              GO TO F-REGISTRAR-COBRO
           END-IF.
           IF WRECUP > 0
              PERFORM GRABAR-MOVIMIENTO-RECUPERO
              PERFORM GRABAR-RECUPERO
           END-IF.
           PERFORM GRABAR-MOVIMIENTO-PAGO.
           IF ENT-MED = 2
              PERFORM GRABAR-CHEQUE
           END-IF.
           IF ENT-MED = 6
              PERFORM GRABAR-CUPON
           END-IF.
           PERFORM IMPUTAR-PARTIDAS THRU F-IMPUTAR-PARTIDAS.
           PERFORM IMPRIMIR-RECIBO.
           ADD 1 TO CANT-RECIBOS.
                    MOVE "M" TO JRN-ARCH
                    MOVE "M" TO JRN-OP
                    PERFORM ASENTAR-JRN
                    IF MVSDO = 0 AND SW-REI-ARCH = "S"
                       PERFORM MARCAR-REINSCRIPTO
                    END-IF
              END-READ
           END-IF.
           ADD 1 TO PAR-POS.
       F-REGRABAR-UNA-PARTIDA.
           EXIT.

      *-- SI LA PARTIDA CANCELADA ES UNA MATRICULA DE LA CAMPANA, --*
      *-- EL ALUMNO QUEDA REINSCRIPTO (UN LIBERADO NO: SU VACANTE --*
      *-- YA PUEDE ESTAR OFRECIDA, LO RESUELVE EL SUPERVISOR) ------*
       MARCAR-REINSCRIPTO.
           MOVE TPAR-CLAVE(PAR-POS) TO RIPARTIDA.
           READ REINSCRIP KEY IS RIPARTIDA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF RIALU > 0 AND REI-PENDIENTE
                    MOVE "R" TO RIEST
                    MOVE WFECHA-HOY TO RIFREI
                    MOVE "COB" TO RIOPER
                    REWRITE R-REI
                       INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
           END-READ.

      *-- EL TALONARIO VIVO DE LA SERIE ESTA EN TALONSUC.IND; LA ---*
      *-- PRIMERA VEZ DE CADA SUCURSAL EL CORRELATIVO ARRANCA DEL --*
      *-- PARAMETRO RECPROX (O DE 000001) --------------------------*
                 PERFORM ASENTAR-JRN
           END-WRITE.

      *-- LO QUE FALTA RECUPERAR SALE DEL REGISTRO DE INCOBRABLES: -*
      *-- LOS CASTIGOS DE LA CUENTA MENOS SUS RECUPEROS; LO QUE EL -*
      *-- COBRO PASE DE ESO QUEDA A FAVOR DEL CLIENTE --------------*
       CALCULAR-RECUPERO.
           MOVE 0 TO WPEND-REC.
           MOVE "N" TO SW-FIN-INC.
           MOVE PCA TO INCA.
           MOVE 0 TO INFECHA INSEC.
           START INCOBRABLES KEY IS NOT LESS THAN INCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-INC
           END-START.
           PERFORM SUMAR-INCOBRABLE THRU F-SUMAR-INCOBRABLE
              UNTIL SW-FIN-INC = "S".
           IF WPEND-REC NOT > 0
              MOVE 0 TO WRECUP
           ELSE
              IF WPEND-REC < WIMP
                 MOVE WPEND-REC TO WRECUP
              ELSE
                 MOVE WIMP TO WRECUP
              END-IF
           END-IF.

       SUMAR-INCOBRABLE.
           READ INCOBRABLES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-INC
           END-READ.
           IF SW-FIN-INC = "S"
              GO TO F-SUMAR-INCOBRABLE
           END-IF.
           IF INCA NOT = PCA
              MOVE "S" TO SW-FIN-INC
              GO TO F-SUMAR-INCOBRABLE
           END-IF.
           IF INC-CASTIGO
              ADD INIMP TO WPEND-REC
           ELSE
              SUBTRACT INIMP FROM WPEND-REC
           END-IF.
       F-SUMAR-INCOBRABLE.
           EXIT.

      *-- EL RECUPERO REPONE EN LA CUENTA LO QUE SE HABIA ---------*
      *-- CASTIGADO, YA CANCELADO POR EL RECIBO QUE LO SIGUE -------*
       GRABAR-MOVIMIENTO-RECUPERO.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA-B TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA-B TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           COMPUTE MVSEC = WSEC-ULT + 1.
           MOVE "RECUPERO INCOB." TO MVCON.
           MOVE WRECUP TO MVIMP.
           MOVE 1 TO MVTIP.
           MOVE "S" TO MVAPL.
           MOVE 0 TO MVSDO.
           MOVE 1 TO MVMON.
           MOVE 0 TO MVIMPO.
           MOVE WFECHA-HOY TO MVVTO.
           WRITE R-MOV
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR MOVIMIENTO (FST=" FSTMOV ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-WRITE.

      *-- EL RECUPERO EN EL REGISTRO DE INCOBRABLES, CON SU RECIBO -*
      *-- Y LA SUCURSAL DE LA CUENTA (LA MISMA DEL CASTIGO) --------*
       GRABAR-RECUPERO.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-INC.
           MOVE WCA-B TO INCA.
           MOVE WFECHA-HOY TO INFECHA.
           MOVE 0 TO INSEC.
           START INCOBRABLES KEY IS NOT LESS THAN INCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-INC
           END-START.
           PERFORM BUSCAR-ULTIMO-REGISTRO THRU F-BUSCAR-ULTIMO-REGISTRO
              UNTIL SW-FIN-INC = "S".
           MOVE WCA-B TO INCA.
           MOVE WFECHA-HOY TO INFECHA.
           COMPUTE INSEC = WSEC-ULT + 1.
           MOVE "R" TO INTIP.
           MOVE WRECUP TO INIMP.
           MOVE PSU TO INSUC.
           MOVE WOPE TO INOPE.
           MOVE WNRO TO INREC.
           MOVE 0 TO INDIAS.
           MOVE PAN TO INNOM.
           WRITE R-INC
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL RECUPERO (FST=" FSTINC ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

       BUSCAR-ULTIMO-REGISTRO.
           READ INCOBRABLES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-INC
           END-READ.
           IF SW-FIN-INC = "N"
              IF INCA = WCA-B AND INFECHA = WFECHA-HOY
                 MOVE INSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-INC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMO-REGISTRO.
           EXIT.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES VUELVE A PEDIR --*
      *-- LA CLAVE - SI ENTRA EL MISMO OPERADOR SE RETOMA CON EL ---*
      *-- CLIENTE SIGUIENTE (NO SE GRABO NADA DEL COBRO A MEDIAS); -*
      *-- SI NO, LA CAJA SE CIERRA ---------------------------------*
       INACTIVIDAD.
           IF C-INACT NOT = 99
              GO TO F-INACTIVIDAD
           END-IF.
           MOVE 0 TO C-INACT.
           MOVE "C" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           IF VEN-OK NOT = "S"
              GO TO FIN
           END-IF.
           GO TO PEDIR-CLIENTE.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
           MOVE "S" TO SES-ACC.
           CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES
           CANCEL "SESFLAG".
           CLOSE PERSONA MOVIMIENTOS COBRANZAS CHEQUES CUPONES
                 INCOBRABLES MAESUC TALONSUC IMPRE.
           IF SW-REI-ARCH = "S"
              CLOSE REINSCRIP
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
