      *** FOTOMOR - FOTO MENSUAL DE MOROSIDAD POR SUCURSAL         ***
      *** TOMA EL MES ANTERIOR A HOY (CORTE AL ULTIMO DIA DEL MES) ***
      *** Y RECORRE PERSONA.IND CON SUS MOVIMIENTOS: DEUDA         ***
      *** ABIERTA, VENCIDA Y VENCIDA A MAS DE 90 DIAS (DIAS        ***
      *** COMERCIALES COMO ANTDEU; CON PLAN DE PAGO VIGENTE EL     ***
      *** CLIENTE ESTA AL DIA), FACTURADO DEL MES Y DEL ANTERIOR,  ***
      *** COBRADO DEL MES, CLIENTES CON DEUDA Y MOROSOS - DEJA UN  ***
      *** REGISTRO POR SUCURSAL EN MORMES.IND (REPETIRLA REEMPLAZA ***
      *** LA DEL MES) LA DEUDA SALE DEL SALDO PENDIENTE DE CADA    ***
      *** PARTIDA: TOMADA EL DIA 1 (PROCNOC) ES LA DEL CIERRE; MAS ***
      *** TARDE DESCUENTA LO COBRADO DESPUES DEL CORTE - SE LISTA  ***
      *** CON LISMOR                                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOMOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PCA
           FILE STATUS IS FSTPER.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT MOROSIDAD ASSIGN TO DISK "MORMES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MOCLAVE
           FILE STATUS IS FSTMOR.

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

        FD MOROSIDAD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS R-MOR.

         COPY MORMES.

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTMOR              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
      *-- "S" = CORRIDA POR LOTES (PROCNOC): SIN PAUSAS DE TECLADO -*
       77 SW-BATCH            PIC X VALUE "N".
       77 SW-FIN              PIC X.
       77 SW-FIN-MOV          PIC X.
       77 CANT-CLIENTES       PIC 9(06) VALUE 0.
       77 CANT-FOTOS          PIC 9(03) VALUE 0.
       77 DIASMES             PIC 99.
       77 WAA-COC             PIC 9(4).
       77 WAA-RESTO           PIC 9.
       77 DIAS-CORTE          PIC 9(07).
       77 DIAS-VTO            PIC 9(07).
      *-- PLAN DE PAGO VIGENTE (VER PLANVIG): EL CLIENTE ESTA ------*
      *-- AL DIA, SU DEUDA NO CUENTA COMO VENCIDA NI ES MOROSO -----*
       77 PLA-CA              PIC 9(08).
       77 PLA-RES             PIC X.

      *-- ACUMULADOS DEL CLIENTE EN CURSO - EL COBRADO VA CON ------*
      *-- SIGNO: UNA ANULACION DEL MES PUEDE SER DE UN RECIBO ------*
      *-- DE UN MES ANTERIOR -----------------------------------------*
       77 CLI-DEUDA           PIC 9(07)V99.
       77 CLI-VENC            PIC 9(07)V99.
       77 CLI-V90             PIC 9(07)V99.
       77 CLI-FACT            PIC 9(07)V99.
       77 CLI-FANT            PIC 9(07)V99.
       77 CLI-COBR            PIC S9(07)V99.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 WFECHA-HOY-N REDEFINES WFECHA-HOY PIC 9(8).

      *-- MES DE LA FOTO Y MES ANTERIOR A ESE ----------------------*
       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
       01 WPERIODO-N REDEFINES WPERIODO PIC 9(6).

       01 WPERANT.
          02 WANT-AA          PIC 9(4).
          02 WANT-MM          PIC 9(2).
       01 WPERANT-N REDEFINES WPERANT PIC 9(6).

       01 WFECHA-CORTE.
          02 WAA-COR          PIC 9(4).
          02 WMM-COR          PIC 9(2).
          02 WDD-COR          PIC 9(2).
       01 WFECHA-CORTE-N REDEFINES WFECHA-CORTE PIC 9(8).

       01 WFECHA-VTO.
          02 WAA-VTO          PIC 9(4).
          02 WMM-VTO          PIC 9(2).
          02 WDD-VTO          PIC 9(2).

      *-- ACUMULADOS POR SUCURSAL DEL CLIENTE, EN EL ORDEN EN QUE --*
      *-- APARECEN - UNA SUCURSAL QUE NO ENTRA SE SUMA EN LA ULTIMA *
       77 SUC-CANT            PIC 9(02) VALUE 0.
       77 SUC-POS             PIC 9(02).
       77 SW-SUC              PIC X.
       01 TABLA-SUCURSALES.
          02 TSUC-ELEM OCCURS 50 TIMES.
             03 TSUC-COD      PIC 9(03).
             03 TSUC-DEUDA    PIC 9(09)V99.
             03 TSUC-VENC     PIC 9(09)V99.
             03 TSUC-V90      PIC 9(09)V99.
             03 TSUC-FACT     PIC 9(09)V99.
             03 TSUC-FANT     PIC 9(09)V99.
             03 TSUC-COBR     PIC S9(09)V99.
             03 TSUC-CLI      PIC 9(06).
             03 TSUC-MORO     PIC 9(06).

       LINKAGE SECTION.
      *-- "B" = CORRIDA POR LOTES, COMO EL MODO-CORRIDA DE RETEN ---*
       77 MODO-CORRIDA        PIC X.

       PROCEDURE DIVISION USING MODO-CORRIDA.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON MOROSIDAD.
       ERROR-APERTURA.
           IF FSTMOR NOT = "00"
              OPEN OUTPUT MOROSIDAD
              CLOSE MOROSIDAD
              OPEN I-O MOROSIDAD
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           IF MODO-CORRIDA = "B"
              MOVE "S" TO SW-BATCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CALCULAR-PERIODO.
           IF SW-BATCH = "N"
              DISPLAY " " ERASE SCREEN
              DISPLAY "FOTO MENSUAL DE MOROSIDAD" LINE 02 POSITION 27
                 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK"
              DISPLAY "MES DE LA FOTO : " LINE 04 POSITION 05
              DISPLAY WPER-MM LINE 04 POSITION 22
              DISPLAY "/" LINE 04 POSITION 24
              DISPLAY WPER-AA LINE 04 POSITION 25
              DISPLAY "SI EL MES YA TIENE FOTO, SE REEMPLAZA"
                 LINE 06 POSITION 05
              DISPLAY "CONFIRMA (S/N): " LINE 08 POSITION 05
              ACCEPT OP-SN LINE 08 POSITION 21
              IF OP-SN NOT = "S" AND OP-SN NOT = "s"
                 GO TO FIN-SIN-ARCHIVOS
              END-IF
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "FOTOMOR: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              DISPLAY "FOTOMOR: MOVPER.IND NO ENCONTRADO (FST="
                 FSTMOV ")"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MOROSIDAD.
           MOVE "N" TO SW-FIN.
           PERFORM PROCESAR-CLIENTE THRU F-PROCESAR-CLIENTE
              UNTIL SW-FIN = "S".
           PERFORM BORRAR-FOTO-ANTERIOR.
           MOVE 1 TO SUC-POS.
           PERFORM GRABAR-FOTO THRU F-GRABAR-FOTO
              UNTIL SUC-POS > SUC-CANT.
           DISPLAY "FOTOMOR: PERIODO " WPERIODO-N " CLIENTES LEIDOS "
              CANT-CLIENTES " SUCURSALES GRABADAS " CANT-FOTOS.
           IF SW-BATCH = "N"
              DISPLAY "FOTO GRABADA - SE LISTA DESDE LISMOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO FIN.

      *-- EL MES DE LA FOTO ES EL ANTERIOR AL DE HOY; EL CORTE, SU -*
      *-- ULTIMO DIA -----------------------------------------------*
       CALCULAR-PERIODO.
           IF WMM-HOY = 01
              COMPUTE WPER-AA = WAA-HOY - 1
              MOVE 12 TO WPER-MM
           ELSE
              MOVE WAA-HOY TO WPER-AA
              COMPUTE WPER-MM = WMM-HOY - 1
           END-IF.
           IF WPER-MM = 01
              COMPUTE WANT-AA = WPER-AA - 1
              MOVE 12 TO WANT-MM
           ELSE
              MOVE WPER-AA TO WANT-AA
              COMPUTE WANT-MM = WPER-MM - 1
           END-IF.
           PERFORM CALCULAR-DIAS-DEL-MES.
           MOVE WPER-AA TO WAA-COR.
           MOVE WPER-MM TO WMM-COR.
           MOVE DIASMES TO WDD-COR.
      *-- DIAS COMERCIALES (MES DE 30), COMO EN ANTDEU -------------*
           COMPUTE DIAS-CORTE = WAA-COR * 360 + WMM-COR * 30 + WDD-COR.

       CALCULAR-DIAS-DEL-MES.
           MOVE 31 TO DIASMES.
           IF WPER-MM = 04 OR WPER-MM = 06 OR WPER-MM = 09
              OR WPER-MM = 11
              MOVE 30 TO DIASMES
           END-IF.
           IF WPER-MM = 02
              MOVE 28 TO DIASMES
              DIVIDE WPER-AA BY 4 GIVING WAA-COC REMAINDER WAA-RESTO
              IF WAA-RESTO = 0
                 MOVE 29 TO DIASMES
              END-IF
           END-IF.

       PROCESAR-CLIENTE.
           READ PERSONA NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-PROCESAR-CLIENTE
           END-IF.
           ADD 1 TO CANT-CLIENTES.
           MOVE 0 TO CLI-DEUDA CLI-VENC CLI-V90 CLI-FACT CLI-FANT
                     CLI-COBR.
           MOVE "N" TO SW-FIN-MOV.
           MOVE PCA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MOV
           END-START.
           PERFORM SUMAR-MOVIMIENTO THRU F-SUMAR-MOVIMIENTO
              UNTIL SW-FIN-MOV = "S".
           IF CLI-DEUDA = 0 AND CLI-FACT = 0 AND CLI-FANT = 0
              AND CLI-COBR = 0
              GO TO F-PROCESAR-CLIENTE
           END-IF.
           IF CLI-VENC > 0
              MOVE PCA TO PLA-CA
              CALL   "PLANVIG" USING PLA-CA PLA-RES
              CANCEL "PLANVIG"
              IF PLA-RES = "S"
                 MOVE 0 TO CLI-VENC CLI-V90
              END-IF
           END-IF.
           PERFORM UBICAR-SUCURSAL.
           ADD CLI-DEUDA TO TSUC-DEUDA(SUC-POS).
           ADD CLI-VENC  TO TSUC-VENC(SUC-POS).
           ADD CLI-V90   TO TSUC-V90(SUC-POS).
           ADD CLI-FACT  TO TSUC-FACT(SUC-POS).
           ADD CLI-FANT  TO TSUC-FANT(SUC-POS).
           ADD CLI-COBR  TO TSUC-COBR(SUC-POS).
           IF CLI-DEUDA > 0
              ADD 1 TO TSUC-CLI(SUC-POS)
           END-IF.
           IF CLI-VENC > 0
              ADD 1 TO TSUC-MORO(SUC-POS)
           END-IF.
       F-PROCESAR-CLIENTE.
           EXIT.

      *-- LOS MOVIMIENTOS POSTERIORES AL CORTE NO ENTRAN (LA CLAVE -*
      *-- VA POR FECHA: EL PRIMERO QUE PASA EL CORTE TERMINA) ------*
      *-- FACTURADO: CARGOS DEBE MENOS LOS DE AJUSTE (INTERESES,  -*
      *-- RECARGOS, NOTAS DE DEBITO, ANULACIONES, CHEQUES         -*
      *-- RECHAZADOS, DIFERENCIA DE CAMBIO, RECUPEROS Y SALDOS    -*
      *-- INICIALES) - COBRADO: RECIBOS MENOS SUS ANULACIONES -----*
       SUMAR-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-MOV
           END-READ.
           IF SW-FIN-MOV = "S"
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF MVCA NOT = PCA OR MVFECHA > WFECHA-CORTE-N
              MOVE "S" TO SW-FIN-MOV
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF MOV-APLICADO AND MOV-DEBE AND MVSDO > 0
              ADD MVSDO TO CLI-DEUDA
              IF MVVTO < WFECHA-CORTE-N
                 ADD MVSDO TO CLI-VENC
                 MOVE MVVTO TO WFECHA-VTO
                 COMPUTE DIAS-VTO = WAA-VTO * 360 + WMM-VTO * 30
                                  + WDD-VTO
                 IF DIAS-CORTE - DIAS-VTO > 90
                    ADD MVSDO TO CLI-V90
                 END-IF
              END-IF
           END-IF.
           IF MOV-RETENIDO
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF MOV-HABER AND MVCON(1:4) = "REC "
              AND MVAA = WPER-AA AND MVMM = WPER-MM
              ADD MVIMP TO CLI-COBR
           END-IF.
           IF NOT MOV-DEBE
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF MVCON(1:5) = "ANUL "
              IF MVAA = WPER-AA AND MVMM = WPER-MM
                 SUBTRACT MVIMP FROM CLI-COBR
              END-IF
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF MVCON(1:8) = "INTERES " OR MVCON(1:8) = "RECARGO "
              OR MVCON(1:4) = "NDB "     OR MVCON(1:8) = "RECHAZO "
              OR MVCON(1:8) = "DIF.CAM " OR MVCON(1:8) = "RECUPERO"
              OR MVCON(1:8) = "SALDO IN"
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF MVAA = WPER-AA AND MVMM = WPER-MM
              ADD MVIMP TO CLI-FACT
           END-IF.
           IF MVAA = WANT-AA AND MVMM = WANT-MM
              ADD MVIMP TO CLI-FANT
           END-IF.
       F-SUMAR-MOVIMIENTO.
           EXIT.

      *-- BUSCA LA SUCURSAL EN LA TABLA Y LA AGREGA SI ES NUEVA ----*
       UBICAR-SUCURSAL.
           MOVE "N" TO SW-SUC.
           MOVE 1 TO SUC-POS.
           PERFORM COMPARAR-SUCURSAL
              UNTIL SW-SUC = "S" OR SUC-POS > SUC-CANT.
           IF SW-SUC = "N"
              IF SUC-CANT < 50
                 ADD 1 TO SUC-CANT
                 MOVE SUC-CANT TO SUC-POS
                 MOVE PSU TO TSUC-COD(SUC-POS)
                 MOVE 0 TO TSUC-DEUDA(SUC-POS) TSUC-VENC(SUC-POS)
                           TSUC-V90(SUC-POS) TSUC-FACT(SUC-POS)
                           TSUC-FANT(SUC-POS) TSUC-COBR(SUC-POS)
                           TSUC-CLI(SUC-POS) TSUC-MORO(SUC-POS)
              ELSE
                 MOVE 50 TO SUC-POS
              END-IF
           END-IF.

       COMPARAR-SUCURSAL.
           IF TSUC-COD(SUC-POS) = PSU
              MOVE "S" TO SW-SUC
           ELSE
              ADD 1 TO SUC-POS
           END-IF.

      *-- UNA FOTO REPETIDA REEMPLAZA TODA LA DEL MES, TAMBIEN LA --*
      *-- DE UNA SUCURSAL QUE YA NO TIENE CLIENTES CON MOVIMIENTO --*
       BORRAR-FOTO-ANTERIOR.
           MOVE "N" TO SW-FIN-MOV.
           MOVE WPERIODO-N TO MOPER.
           MOVE 0 TO MOSUC.
           START MOROSIDAD KEY IS NOT LESS THAN MOCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MOV
           END-START.
           PERFORM BORRAR-SUCURSAL THRU F-BORRAR-SUCURSAL
              UNTIL SW-FIN-MOV = "S".

       BORRAR-SUCURSAL.
           READ MOROSIDAD NEXT RECORD
              AT END MOVE "S" TO SW-FIN-MOV
           END-READ.
           IF SW-FIN-MOV = "S"
              GO TO F-BORRAR-SUCURSAL
           END-IF.
           IF MOPER NOT = WPERIODO-N
              MOVE "S" TO SW-FIN-MOV
              GO TO F-BORRAR-SUCURSAL
           END-IF.
           DELETE MOROSIDAD
              INVALID KEY CONTINUE
           END-DELETE.
       F-BORRAR-SUCURSAL.
           EXIT.

       GRABAR-FOTO.
           MOVE WPERIODO-N TO MOPER.
           MOVE TSUC-COD(SUC-POS) TO MOSUC.
           MOVE WFECHA-CORTE-N TO MOCORTE.
           MOVE WFECHA-HOY-N TO MOFECHA.
           MOVE TSUC-DEUDA(SUC-POS) TO MODEUDA.
           MOVE TSUC-VENC(SUC-POS) TO MOVENC.
           MOVE TSUC-V90(SUC-POS) TO MOV90.
           MOVE TSUC-FACT(SUC-POS) TO MOFACT.
           MOVE TSUC-FANT(SUC-POS) TO MOFANT.
           MOVE 0 TO MOCOBR.
           IF TSUC-COBR(SUC-POS) > 0
              MOVE TSUC-COBR(SUC-POS) TO MOCOBR
           END-IF.
           MOVE TSUC-CLI(SUC-POS) TO MOCLI.
           MOVE TSUC-MORO(SUC-POS) TO MOMORO.
           WRITE R-MOR
              INVALID KEY
                 DISPLAY "FOTOMOR: ERROR AL GRABAR SUCURSAL " MOSUC
                    " (FST=" FSTMOR ")"
              NOT INVALID KEY
                 ADD 1 TO CANT-FOTOS
           END-WRITE.
           ADD 1 TO SUC-POS.
       F-GRABAR-FOTO.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE PERSONA MOVIMIENTOS MOROSIDAD.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
