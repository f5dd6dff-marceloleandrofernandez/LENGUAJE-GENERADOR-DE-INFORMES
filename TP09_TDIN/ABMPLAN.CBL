      *** CUOTA COBRADA (LA PLATA ENTRA POR COBRANZA, COMO         ***
      *** SIEMPRE) - MIENTRAS EL PLAN ESTE VIGENTE Y AL DIA,       ***
      *** ANTDEU Y CARTAS TRATAN AL CLIENTE COMO "AL DIA" (VER     ***
      *** PLANVIG); UNA CUOTA VENCIDA IMPAGA LO ROMPE SOLA -       ***
      *** AL DAR EL ALTA (Y A PEDIDO, OPCION I) SALEN POR EL SPOOL ***
      *** LOS CUPONES DE LAS CUOTAS PENDIENTES CON EL CODIGO DE    ***
      *** BARRAS DE COBRANZA EXTRABANCARIA (VER CODCOB); LO QUE SE ***
      *** PAGA CON EL CUPON LO CANCELA LA RENDICION (RENDCOB)      ***
      *** UN PLAN PUEDE DARSE DE ALTA INDEXABLE (HACE FALTA UN     ***
      *** INDICE DE PRECIOS CARGADO, VER ABMIND): SUS CUOTAS       ***
      *** PENDIENTES LAS AJUSTA ACTIND AL VENCER                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANPAG.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- LOS CUPONES DE PAGO SALEN AL SPOOL (VER TOMASPL) ---------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA

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
         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTPLA              PIC XX.
       77 FSTCUO              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC             PIC X.
       77 VEN-OK              PIC X.
       77 TIEMPO-INACT        PIC 9(8).
       77 C-INACT             PIC 99.
      *-- "S" FUERA DE LAS PANTALLAS DE TRABAJO (ARRANQUE O ---*
      *-- SALIDA): AHI EL PLAZO SOLO CIERRA LA SESION ---------*
       77 SW-SALIDA           PIC X VALUE "S".
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-ACC              PIC X.
       77 WAA-COC             PIC 9(4).
       77 WAA-RESTO           PIC 9.
       77 CANT-PEND           PIC 9(02).
       77 ENT-IDX             PIC X.
      *-- ULTIMO INDICE DE PRECIOS HASTA HOY (VER LEEIND) ----------*
       77 IND-PEDIDO          PIC 9(06).
       77 IND-PER             PIC 9(06).
       77 IND-VAL             PIC 9(05)V9999.
       77 IND-OK              PIC X.
      *-- LOS CUPONES DE PAGO SALEN AL SPOOL, DIEZ POR HOJA --------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CUPPLAN ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 0.
       77 CANT-CUP-HOJA       PIC 9(02).
       77 CANT-CUPONES        PIC 9(02).
       COPY BARCOB.
       COPY TALCOB.

       01 CUPON-CORTE         PIC X(72) VALUE ALL "-".

       01 CUPON-CABECERA.
          02 FILLER   PIC X(13) VALUE "PLAN DE PAGO ".
          02 CP-NRO   PIC 9(06).
          02 FILLER   PIC X(07) VALUE " CUOTA ".
          02 CP-CUO   PIC 99.
          02 FILLER   PIC X     VALUE "/".
          02 CP-TOT   PIC 99.
          02 FILLER   PIC X(10) VALUE "  CLIENTE ".
          02 CP-CA    PIC 9(08).
          02 FILLER   PIC X     VALUE SPACES.
          02 CP-NOM   PIC X(20).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
       END DECLARATIVES.
       TERCERA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "PLANPAG: PERSONA.IND NO ENCONTRADA (FST="
           PERFORM LEER-TASA.

       MENU-PLANES.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PLANES DE PAGO" LINE 02 POSITION 33
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "A=ALTA  P=PAGO DE CUOTA  C=CONSULTA  I=CUPONES "
              LINE 04 POSITION 05.
           DISPLAY "F=FIN : " LINE 04 POSITION 53.
           ACCEPT OP-ACC LINE 04 POSITION 61
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM ALTA-PLAN THRU F-ALTA-PLAN
              WHEN "a" PERFORM ALTA-PLAN THRU F-ALTA-PLAN
              WHEN "p" PERFORM PAGO-CUOTA THRU F-PAGO-CUOTA
              WHEN "C" PERFORM CONSULTA-PLAN THRU F-CONSULTA-PLAN
              WHEN "c" PERFORM CONSULTA-PLAN THRU F-CONSULTA-PLAN
              WHEN "I" PERFORM PEDIR-CUPONES THRU F-PEDIR-CUPONES
              WHEN "i" PERFORM PEDIR-CUPONES THRU F-PEDIR-CUPONES
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           DISPLAY "DEUDA ABIERTA: " LINE 08 POSITION 05.
           DISPLAY DEUDA-ED LINE 08 POSITION 21.
           DISPLAY "IMPORTE A REFINANCIAR: " LINE 10 POSITION 05.
           ACCEPT ENT-DEUDA LINE 10 POSITION 29
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DEUDA IS NOT NUMERIC
              MOVE 0 TO ENT-DEUDA
           END-IF.
              GO TO F-ALTA-PLAN
           END-IF.
           DISPLAY "CANTIDAD DE CUOTAS (1 A 24): " LINE 11 POSITION 05.
           ACCEPT ENT-CUOTAS LINE 11 POSITION 35
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUOTAS IS NOT NUMERIC
              MOVE 0 TO ENT-CUOTAS
           END-IF.
              GO TO F-ALTA-PLAN
           END-IF.
           COMPUTE WCUOIMP ROUNDED = WTOT / ENT-CUOTAS.
      *-- EL PLAN INDEXABLE TOMA COMO BASE EL ULTIMO INDICE --------*
      *-- CARGADO; SIN INDICES NO SE OFRECE -------------------------*
           MOVE "N" TO ENT-IDX.
           MOVE WFECHA-HOY(1:6) TO IND-PEDIDO.
           CALL   "LEEIND" USING IND-PEDIDO IND-PER IND-VAL IND-OK
           CANCEL "LEEIND".
           IF IND-OK = "S"
              DISPLAY "CUOTAS INDEXABLES (S/N) ? " LINE 12 POSITION 05
              ACCEPT ENT-IDX LINE 12 POSITION 32
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF ENT-IDX = "s"
                 MOVE "S" TO ENT-IDX
              END-IF
              IF ENT-IDX NOT = "S"
                 MOVE "N" TO ENT-IDX
              END-IF
           END-IF.
           MOVE WINT TO IMP-ED.
           DISPLAY "INTERES: " LINE 13 POSITION 05.
           DISPLAY IMP-ED LINE 13 POSITION 15.
           DISPLAY "CUOTA  : " LINE 15 POSITION 05.
           DISPLAY IMP-ED LINE 15 POSITION 15.
           DISPLAY "CONFIRMA EL PLAN (S/N) ? " LINE 17 POSITION 05.
           ACCEPT OP-SN LINE 17 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ALTA-PLAN
           END-IF.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-PLAN.
           PERFORM GRABAR-CUOTAS.
           MOVE WNRO TO WNRO-B.
           PERFORM IMPRIMIR-CUPONES THRU F-IMPRIMIR-CUPONES.
           DISPLAY "PLAN GENERADO - NRO " LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY WNRO LINE 22 POSITION 26.
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE CLIENTE (0 = VOLVER): "
              LINE 04 POSITION 05.
           ACCEPT WCA-B LINE 04 POSITION 38
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
           MOVE WCUOIMP TO PLIMPCUO.
           MOVE "V" TO PLEST.
           MOVE WOPE TO PLOPE.
           MOVE ENT-IDX TO PLIDX.
           IF ENT-IDX = "S"
              MOVE IND-PER TO PLPERB
           ELSE
              MOVE 0 TO PLPERB
           END-IF.
           WRITE R-PLA
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR PLAN (FST=" FSTPLA ")"
           ADD PCIMP TO WACUM.
           MOVE 0 TO PCPAG.
           MOVE "P" TO PCEST.
           MOVE "N" TO PCIDX.
           WRITE R-PCU
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR CUOTA (FST=" FSTCUO ")"
           DISPLAY "PAGO DE CUOTA DE PLAN" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "NUMERO DE PLAN : " LINE 04 POSITION 05.
           ACCEPT WNRO-B LINE 04 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "NUMERO DE CUOTA: " LINE 05 POSITION 05.
           ACCEPT WCUO-B LINE 05 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WNRO-B IS NOT NUMERIC OR WCUO-B IS NOT NUMERIC
              GO TO F-PAGO-CUOTA
           END-IF.
           DISPLAY "VENCIMIENTO        : " LINE 08 POSITION 05.
           DISPLAY PCVTO LINE 08 POSITION 27.
           DISPLAY "CONFIRMA EL PAGO (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-PAGO-CUOTA
           END-IF.
       F-CONTAR-PENDIENTE.
           EXIT.

      *-- REIMPRESION DE LOS CUPONES DE UN PLAN VIGENTE: SALEN ----*
      *-- SOLO LAS CUOTAS QUE SIGUEN PENDIENTES --------------------*
       PEDIR-CUPONES.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CUPONES DE PAGO DEL PLAN" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "NUMERO DE PLAN : " LINE 04 POSITION 05.
           ACCEPT WNRO-B LINE 04 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WNRO-B IS NOT NUMERIC OR WNRO-B = 0
              GO TO F-PEDIR-CUPONES
           END-IF.
           MOVE WNRO-B TO PLNRO.
           READ PLANES KEY IS PLNRO
              INVALID KEY
                 DISPLAY "PLAN INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-PEDIR-CUPONES
           END-READ.
           IF NOT PLA-VIGENTE
              DISPLAY "EL PLAN NO ESTA VIGENTE - NO HAY CUPONES"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-CUPONES
           END-IF.
           MOVE PLCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE "NO ENCONTRADO" TO PAN
           END-READ.
           DISPLAY "CLIENTE: " LINE 06 POSITION 05.
           DISPLAY PAN LINE 06 POSITION 14.
           PERFORM IMPRIMIR-CUPONES THRU F-IMPRIMIR-CUPONES.
           DISPLAY "CUPONES IMPRESOS: " LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-CUPONES LINE 22 POSITION 24.
           PERFORM PULSAR-TECLA.
       F-PEDIR-CUPONES.
           EXIT.

      *-- UN CUPON POR CUOTA PENDIENTE DEL PLAN WNRO-B, CON EL ----*
      *-- CODIGO DE BARRAS DE COBRANZA EXTRABANCARIA: EL IMPORTE --*
      *-- ES LO QUE FALTA PAGAR DE LA CUOTA AL VENCIMIENTO --------*
       IMPRIMIR-CUPONES.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           IF FSTSPL NOT = "00"
              MOVE 0 TO CANT-CUPONES
              GO TO F-IMPRIMIR-CUPONES
           END-IF.
           MOVE 1 TO SPL-PAGINAS.
           MOVE 0 TO CANT-CUP-HOJA CANT-CUPONES.
           MOVE "N" TO SW-FIN.
           MOVE WNRO-B TO PCNRO.
           MOVE 0 TO PCCUO.
           START CUOTAS KEY IS NOT LESS THAN PCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM IMPRIMIR-UN-CUPON THRU F-IMPRIMIR-UN-CUPON
              UNTIL SW-FIN = "S".
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
       F-IMPRIMIR-CUPONES.
           EXIT.

       IMPRIMIR-UN-CUPON.
           READ CUOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF PCNRO NOT = WNRO-B
                 MOVE "S" TO SW-FIN
              ELSE
                 IF CUO-PENDIENTE
                    PERFORM IMPRIMIR-CUPON
                 END-IF
              END-IF
           END-IF.
       F-IMPRIMIR-UN-CUPON.
           EXIT.

       IMPRIMIR-CUPON.
           MOVE ZEROES TO BARRA-COBRANZA.
           MOVE 3 TO BR-TIPO.
           MOVE PLCA TO BR-CA.
           MOVE PCNRO TO BR-PLA-NRO.
           MOVE PCCUO TO BR-PLA-CUO.
           COMPUTE BR-IMP1 = PCIMP - PCPAG.
           MOVE PCVTO TO BR-VTO1.
           CALL   "CODCOB" USING BARRA-COBRANZA
           CANCEL "CODCOB".
           MOVE PCNRO TO CP-NRO.
           MOVE PCCUO TO CP-CUO.
           MOVE PLCUOTAS TO CP-TOT.
           MOVE PLCA TO CP-CA.
           MOVE PAN TO CP-NOM.
           PERFORM ARMAR-TALON.
           MOVE SPACES TO R-IMP.
           MOVE CUPON-CORTE TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE CUPON-CABECERA TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-VTO-COB TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-BARRA-COB TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           ADD 1 TO CANT-CUPONES.
           ADD 1 TO CANT-CUP-HOJA.
           IF CANT-CUP-HOJA = 10
              ADD 1 TO SPL-PAGINAS
              MOVE 0 TO CANT-CUP-HOJA
           END-IF.

       ARMAR-TALON.
           MOVE BR-DD1 TO LVC-DD1.
           MOVE BR-MM1 TO LVC-MM1.
           MOVE BR-AA1 TO LVC-AA1.
           MOVE BR-IMP1 TO LVC-IMP1.
           MOVE BR-DD2 TO LVC-DD2.
           MOVE BR-MM2 TO LVC-MM2.
           MOVE BR-AA2 TO LVC-AA2.
           MOVE BR-IMP2 TO LVC-IMP2.
           MOVE BARRA-COBRANZA TO LBC-COD.

       CONSULTA-PLAN.
           PERFORM PEDIR-CLIENTE THRU F-PEDIR-CLIENTE.
           IF WCA-B = 0
                 DISPLAY PLCUOTAS LINE L POSITION 47
                 DISPLAY "ESTADO:" LINE L POSITION 51
                 DISPLAY PLEST LINE L POSITION 59
                 IF PLA-INDEXABLE
                    DISPLAY "INDEXABLE" LINE L POSITION 62
                 END-IF
                 IF L > 20
                    PERFORM PULSAR-TECLA
                    DISPLAY " " ERASE SCREEN
       F-LISTAR-PLAN.
           EXIT.

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- ENTRA EL MISMO OPERADOR SE RETOMA DESDE EL MENU (LO -----*
      *-- QUE SE ESTABA CARGANDO SE PIERDE); SI NO, SE SALE --------*
       INACTIVIDAD.
           IF C-INACT NOT = 99
              GO TO F-INACTIVIDAD
           END-IF.
           MOVE 0 TO C-INACT C-T.
           MOVE "C" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           IF SW-SALIDA = "S"
              GO TO F-INACTIVIDAD
           END-IF.
           IF VEN-OK NOT = "S"
              GO TO FIN
           END-IF.
           DISPLAY " " ERASE SCREEN.
           GO TO MENU-PLANES.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 23 POSITION 25
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF.

       FIN.
           CLOSE PERSONA MOVIMIENTOS PLANES CUOTAS.
