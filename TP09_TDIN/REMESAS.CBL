      *** REMESAS - REMESAS DE FONDOS DE SUCURSAL A TESORERIA      ***
      *** LA PLATA Y LOS CHEQUES QUE LA SUCURSAL MANDA A LA CASA   ***
      *** CENTRAL SALEN CON UNA REMESA NUMERADA (REMESA.CTL): EL   ***
      *** OPERADOR CON SU CAJA ABIERTA CARGA EL EFECTIVO Y LOS     ***
      *** CHEQUES DE CARTERA QUE VIAJAN (QUEDAN EN TRANSITO EN     ***
      *** CHEQUES.IND) Y CAJASES LO DESCUENTA DE SU ARQUEO - LA    ***
      *** TESORERIA CENTRAL LA RECIBE CHEQUE POR CHEQUE Y CON EL   ***
      *** EFECTIVO CONTADO: LOS RECIBIDOS VUELVEN A CARTERA, LOS   ***
      *** QUE NO LLEGAN QUEDAN FALTANTES Y LA DIFERENCIA QUEDA     ***
      *** ASENTADA EN LA REMESA - PENDIENTES: VER REMPEND          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESAS ASSIGN TO DISK "REMESA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RMNRO
           FILE STATUS IS FSTREM.

           SELECT REMCHEQUES ASSIGN TO DISK "REMCHQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RCCLAVE
           FILE STATUS IS FSTRCH.

           SELECT CHEQUES ASSIGN TO DISK "CHEQUES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

      *-- SESION DE CAJA DEL OPERADOR (VER CAJASES) ----------------*
           SELECT CAJAS ASSIGN TO DISK "CAJACTL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CJCLAVE
           FILE STATUS IS FSTCAJ.

      *-- TALONARIO: PROXIMO NUMERO DE REMESA ----------------------*
           SELECT TALONARIO ASSIGN TO DISK "REMESA.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

       DATA DIVISION.
       FILE SECTION.
        FD REMESAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-REM.

         COPY REMESA.

        FD REMCHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS R-RCH.

         COPY REMCHQ.

        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

        FD CAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-CAJ.

         COPY CAJACTL.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

       WORKING-STORAGE SECTION.
       77 FSTREM              PIC XX.
       77 FSTRCH              PIC XX.
       77 FSTCHQ              PIC XX.
       77 FSTCAJ              PIC XX.
       77 FSTTAL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-ACC              PIC X.
       77 WOPE                PIC X(03).
       77 WNRO                PIC 9(06).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       77 SW-CAJA             PIC X.
       77 SW-FIN-CAJ          PIC X.
       77 SW-FIN              PIC X.
       77 SW-REPETIDO         PIC X.
      *-- SUCURSAL DE ORIGEN: LA DEL TALONARIO DE LA CAJA (SERIE ---*
      *-- DEL RECIBO, IGUAL QUE EN COBRANZA) -----------------------*
       77 WSUC                PIC 9(3).
       77 WSUC-CHQ            PIC 9(3).
       77 NOMBRE-CARGA-SUC    PIC X(8) VALUE "CARGASUC".
       01 CONCEPT-SUC.
          02 WMNC-SUC         PIC 999.
          02 WMDC-SUC         PIC X(15).

       77 ENT-EFE             PIC 9(07)V99.
       77 ENT-BCO             PIC 9(3).
       77 ENT-CHNRO           PIC 9(8).
       77 ENT-NRO             PIC 9(06).
       77 TOT-CHQ             PIC 9(07)V99.
       77 TOT-REM             PIC 9(08)V99.
       77 TOT-REC             PIC 9(08)V99.
       77 WDIF                PIC S9(07)V99.
       77 IMP-ED              PIC Z.ZZZ.ZZ9,99.
       77 DIF-ED              PIC -Z.ZZZ.ZZ9,99.
       77 CANT-ED             PIC ZZ9.
       77 FECHA-ED            PIC 9999/99/99.
       77 CANT-ENVIADAS       PIC 9(04) VALUE 0.
       77 CANT-RECIBIDAS      PIC 9(04) VALUE 0.

      *-- CHEQUES DE LA REMESA (AL ENVIAR, LOS ELEGIDOS; AL --------*
      *-- RECIBIR, LOS DE LA REMESA CON LA MARCA DE RECIBIDO) ------*
       77 CHQ-MAX             PIC 9(03) VALUE 50.
       77 CHQ-CANT            PIC 9(03) VALUE 0.
       77 CHQ-POS             PIC 9(03).
       01 TABLA-CHEQUES.
          02 TCH-ELEM OCCURS 50 TIMES.
             03 TCH-BCO       PIC 9(3).
             03 TCH-NRO       PIC 9(8).
             03 TCH-IMP       PIC 9(05)V99.
             03 TCH-REC       PIC X.

       01 WFECHA-HOY          PIC 9(8).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON REMESAS.
       ERROR-APERTURA-REM.
           IF FSTREM NOT = "00"
              OPEN OUTPUT REMESAS
              CLOSE REMESAS
              OPEN I-O REMESAS
           END-IF.
       ERROR-APERTURA-REM.
       SEGUNDA SECTION.
       USE AFTER ERROR PROCEDURE ON REMCHEQUES.
       ERROR-APERTURA-RCH.
           IF FSTRCH NOT = "00"
              OPEN OUTPUT REMCHEQUES
              CLOSE REMCHEQUES
              OPEN I-O REMCHEQUES
           END-IF.
       ERROR-APERTURA-RCH.
       END DECLARATIVES.
       TERCERA SECTION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "REMESAS: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE QS-OPER TO WOPE.
           OPEN I-O CHEQUES.
           IF FSTCHQ NOT = "00"
              DISPLAY "REMESAS: CHEQUES.IND NO ENCONTRADO (FST="
                 FSTCHQ ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O REMESAS.
           OPEN I-O REMCHEQUES.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       MENU-REMESA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "REMESAS DE FONDOS A TESORERIA CENTRAL" LINE 02
              POSITION 22 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "OPERADOR: " LINE 04 POSITION 05.
           DISPLAY WOPE LINE 04 POSITION 15.
           DISPLAY "E=ENVIAR REMESA  R=RECIBIR REMESA  F=FIN : "
              LINE 07 POSITION 05.
           ACCEPT OP-ACC LINE 07 POSITION 49.
           EVALUATE OP-ACC
              WHEN "E" PERFORM ENVIAR-REMESA THRU F-ENVIAR-REMESA
              WHEN "e" PERFORM ENVIAR-REMESA THRU F-ENVIAR-REMESA
              WHEN "R" PERFORM RECIBIR-REMESA THRU F-RECIBIR-REMESA
              WHEN "r" PERFORM RECIBIR-REMESA THRU F-RECIBIR-REMESA
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-REMESA.

      *-----------------------------------------------------------*
      *-- ENVIO: SALE DE LA CAJA ABIERTA DEL OPERADOR            --*
      *-----------------------------------------------------------*
       ENVIAR-REMESA.
           PERFORM VERIFICAR-CAJA-ABIERTA THRU
              F-VERIFICAR-CAJA-ABIERTA.
           IF SW-CAJA = "N"
              DISPLAY "SIN SESION DE CAJA ABIERTA - ABRA LA CAJA "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY "(CAJASES)" LINE 22 POSITION 47
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ENVIAR-REMESA
           END-IF.
           CALL   "TDYLOC" USING CONCEPT-SUC NOMBRE-CARGA-SUC
           CANCEL "TDYLOC".
           MOVE WMNC-SUC TO WSUC.
           IF WSUC = 0
              DISPLAY "SIN SUCURSAL ELEGIDA - NO SE REMESA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ENVIAR-REMESA
           END-IF.
           MOVE 0 TO CHQ-CANT TOT-CHQ ENT-EFE.
           PERFORM PANTALLA-ENVIO.
           DISPLAY "EFECTIVO A REMESAR: " LINE 07 POSITION 05.
           ACCEPT ENT-EFE LINE 07 POSITION 26.
           IF ENT-EFE IS NOT NUMERIC
              MOVE 0 TO ENT-EFE
           END-IF.
           PERFORM ELEGIR-CHEQUE THRU F-ELEGIR-CHEQUE.
           IF ENT-EFE = 0 AND CHQ-CANT = 0
              DISPLAY "REMESA VACIA - NO SE GRABA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ENVIAR-REMESA
           END-IF.
           COMPUTE TOT-REM = ENT-EFE + TOT-CHQ.
           MOVE TOT-REM TO IMP-ED.
           DISPLAY "TOTAL DE LA REMESA: " LINE 14 POSITION 05.
           DISPLAY IMP-ED LINE 14 POSITION 26.
           DISPLAY "CONFIRMA EL ENVIO (S/N) ? " LINE 16 POSITION 05.
           ACCEPT OP-SN LINE 16 POSITION 32.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ENVIAR-REMESA
           END-IF.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-REMESA THRU F-GRABAR-REMESA.
       F-ENVIAR-REMESA.
           EXIT.

       PANTALLA-ENVIO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ENVIO DE REMESA A TESORERIA CENTRAL" LINE 02
              POSITION 23 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SUCURSAL: " LINE 04 POSITION 05.
           DISPLAY WSUC LINE 04 POSITION 15.
           DISPLAY WMDC-SUC LINE 04 POSITION 20.
           DISPLAY "OPERADOR: " LINE 05 POSITION 05.
           DISPLAY WOPE LINE 05 POSITION 15.
           MOVE ENT-EFE TO IMP-ED.
           DISPLAY "EFECTIVO A REMESAR: " LINE 07 POSITION 05.
           DISPLAY IMP-ED LINE 07 POSITION 26.
           DISPLAY "CHEQUES DE CARTERA QUE VIAJAN (BANCO 0 = TERMINA)"
              LINE 09 POSITION 05.
           MOVE CHQ-CANT TO CANT-ED.
           MOVE TOT-CHQ TO IMP-ED.
           DISPLAY "CHEQUES: " LINE 12 POSITION 05.
           DISPLAY CANT-ED LINE 12 POSITION 14.
           DISPLAY "IMPORTE: " LINE 12 POSITION 20.
           DISPLAY IMP-ED LINE 12 POSITION 29.

      *-- SOLO CHEQUES EN CARTERA RECIBIDOS EN ESTA SUCURSAL (LA ---*
      *-- SERIE DEL RECIBO QUE LOS TOMO) Y SIN REPETIR -------------*
       ELEGIR-CHEQUE.
           IF CHQ-CANT = CHQ-MAX
              DISPLAY "REMESA COMPLETA - NO ADMITE MAS CHEQUES"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ELEGIR-CHEQUE
           END-IF.
           MOVE 0 TO ENT-BCO ENT-CHNRO.
           DISPLAY "BANCO: " LINE 10 POSITION 05.
           ACCEPT ENT-BCO LINE 10 POSITION 13.
           IF ENT-BCO IS NOT NUMERIC OR ENT-BCO = 0
              GO TO F-ELEGIR-CHEQUE
           END-IF.
           DISPLAY "NUMERO: " LINE 10 POSITION 20.
           ACCEPT ENT-CHNRO LINE 10 POSITION 29.
           IF ENT-CHNRO IS NOT NUMERIC
              MOVE 0 TO ENT-CHNRO
           END-IF.
           MOVE ENT-BCO TO CHBCO.
           MOVE ENT-CHNRO TO CHNRO.
           READ CHEQUES KEY IS CHCLAVE
              INVALID KEY
                 DISPLAY "CHEQUE INEXISTENTE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 PERFORM PANTALLA-ENVIO
                 GO TO ELEGIR-CHEQUE
           END-READ.
           IF NOT CHQ-CARTERA
              DISPLAY "EL CHEQUE NO ESTA EN CARTERA" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              PERFORM PANTALLA-ENVIO
              GO TO ELEGIR-CHEQUE
           END-IF.
           DIVIDE CHRECIBO BY 1000000 GIVING WSUC-CHQ.
           IF WSUC-CHQ NOT = WSUC
              DISPLAY "EL CHEQUE FUE RECIBIDO EN OTRA SUCURSAL"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              PERFORM PANTALLA-ENVIO
              GO TO ELEGIR-CHEQUE
           END-IF.
           MOVE "N" TO SW-REPETIDO.
           MOVE 1 TO CHQ-POS.
           PERFORM BUSCAR-REPETIDO UNTIL CHQ-POS > CHQ-CANT.
           IF SW-REPETIDO = "S"
              DISPLAY "EL CHEQUE YA ESTA EN LA REMESA" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              PERFORM PANTALLA-ENVIO
              GO TO ELEGIR-CHEQUE
           END-IF.
           ADD 1 TO CHQ-CANT.
           MOVE CHBCO TO TCH-BCO(CHQ-CANT).
           MOVE CHNRO TO TCH-NRO(CHQ-CANT).
           MOVE CHIMP TO TCH-IMP(CHQ-CANT).
           MOVE "N" TO TCH-REC(CHQ-CANT).
           ADD CHIMP TO TOT-CHQ.
           PERFORM PANTALLA-ENVIO.
           GO TO ELEGIR-CHEQUE.
       F-ELEGIR-CHEQUE.
           EXIT.

       BUSCAR-REPETIDO.
           IF TCH-BCO(CHQ-POS) = CHBCO AND TCH-NRO(CHQ-POS) = CHNRO
              MOVE "S" TO SW-REPETIDO
           END-IF.
           ADD 1 TO CHQ-POS.

      *-- EL NUMERO SE TOMA Y SE REGRABA ENSEGUIDA, COMO EL --------*
      *-- TALONARIO DE RECIBOS -------------------------------------*
       TOMAR-NUMERO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 1 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 1 TO WNRO
           END-IF.
           ADD 1 WNRO GIVING TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

      *-- PRIMERO LOS CHEQUES (CADA UNO PASA A EN TRANSITO), -------*
      *-- DESPUES LA CABECERA CON LO QUE REALMENTE SALIO -----------*
       GRABAR-REMESA.
           MOVE 0 TO RMCHQ RMCANT.
           MOVE 1 TO CHQ-POS.
           PERFORM GRABAR-CHEQUE-REMESA UNTIL CHQ-POS > CHQ-CANT.
           MOVE WNRO TO RMNRO.
           MOVE WFECHA-HOY TO RMFECHA.
           MOVE WSUC TO RMSUC.
           MOVE WOPE TO RMOPE.
           MOVE ENT-EFE TO RMEFE.
           MOVE "T" TO RMEST.
           MOVE 0 TO RMFREC RMEFEREC RMCHQREC RMDIF.
           MOVE SPACES TO RMOPREC.
           WRITE R-REM
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR (FST=" FSTREM ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-GRABAR-REMESA
           END-WRITE.
           ADD 1 TO CANT-ENVIADAS.
           DISPLAY "REMESA GRABADA - NRO " LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY WNRO LINE 22 POSITION 27.
           PERFORM PULSAR-TECLA.
       F-GRABAR-REMESA.
           EXIT.

      *-- SE RELEE EL CHEQUE: SI YA NO ESTA EN CARTERA NO VIAJA ----*
       GRABAR-CHEQUE-REMESA.
           MOVE TCH-BCO(CHQ-POS) TO CHBCO.
           MOVE TCH-NRO(CHQ-POS) TO CHNRO.
           MOVE "N" TO SW-FIN.
           READ CHEQUES KEY IS CHCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-READ.
           IF SW-FIN = "N" AND CHQ-CARTERA
              MOVE "T" TO CHEST
              REWRITE R-CHQ
                 INVALID KEY CONTINUE
              END-REWRITE
              MOVE WNRO TO RCNRO
              MOVE CHBCO TO RCBCO
              MOVE CHNRO TO RCCHNRO
              MOVE CHIMP TO RCIMP
              MOVE "E" TO RCEST
              WRITE R-RCH
                 INVALID KEY CONTINUE
              END-WRITE
              ADD CHIMP TO RMCHQ
              ADD 1 TO RMCANT
           END-IF.
           ADD 1 TO CHQ-POS.

      *-----------------------------------------------------------*
      *-- RECEPCION EN LA TESORERIA CENTRAL                      --*
      *-----------------------------------------------------------*
       RECIBIR-REMESA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RECEPCION DE REMESA EN TESORERIA CENTRAL" LINE 02
              POSITION 21 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "NUMERO DE REMESA (0 = VUELVE): " LINE 04
              POSITION 05.
           ACCEPT ENT-NRO LINE 04 POSITION 37.
           IF ENT-NRO IS NOT NUMERIC OR ENT-NRO = 0
              GO TO F-RECIBIR-REMESA
           END-IF.
           MOVE ENT-NRO TO RMNRO.
           READ REMESAS KEY IS RMNRO
              INVALID KEY
                 DISPLAY "REMESA INEXISTENTE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-RECIBIR-REMESA
           END-READ.
           IF NOT REM-EN-TRANSITO
              DISPLAY "LA REMESA YA FUE RECIBIDA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-RECIBIR-REMESA
           END-IF.
      *-- QUIEN LA MANDO NO PUEDE DARLA POR RECIBIDA ---------------*
           IF RMOPE = WOPE
              DISPLAY "LA REMESA LA ENVIO ESTE MISMO OPERADOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-RECIBIR-REMESA
           END-IF.
           MOVE RMFECHA TO FECHA-ED.
           DISPLAY "ENVIADA EL " LINE 06 POSITION 05.
           DISPLAY FECHA-ED LINE 06 POSITION 16.
           DISPLAY "SUCURSAL " LINE 06 POSITION 28.
           DISPLAY RMSUC LINE 06 POSITION 37.
           DISPLAY "OPERADOR " LINE 06 POSITION 42.
           DISPLAY RMOPE LINE 06 POSITION 51.
           MOVE RMEFE TO IMP-ED.
           DISPLAY "EFECTIVO ENVIADO: " LINE 07 POSITION 05.
           DISPLAY IMP-ED LINE 07 POSITION 24.
           MOVE RMCANT TO CANT-ED.
           MOVE RMCHQ TO IMP-ED.
           DISPLAY "CHEQUES ENVIADOS: " LINE 08 POSITION 05.
           DISPLAY CANT-ED LINE 08 POSITION 24.
           DISPLAY IMP-ED LINE 08 POSITION 29.
           PERFORM CARGAR-CHEQUES-REMESA THRU
              F-CARGAR-CHEQUES-REMESA.
           MOVE 0 TO TOT-CHQ.
           MOVE 1 TO CHQ-POS.
           PERFORM CONTROLAR-CHEQUE THRU F-CONTROLAR-CHEQUE
              UNTIL CHQ-POS > CHQ-CANT.
           DISPLAY "EFECTIVO RECIBIDO: " LINE 12 POSITION 05.
           ACCEPT ENT-EFE LINE 12 POSITION 25.
           IF ENT-EFE IS NOT NUMERIC
              MOVE 0 TO ENT-EFE
           END-IF.
           COMPUTE TOT-REM = RMEFE + RMCHQ.
           COMPUTE TOT-REC = ENT-EFE + TOT-CHQ.
           COMPUTE WDIF = TOT-REC - TOT-REM.
           MOVE TOT-CHQ TO IMP-ED.
           DISPLAY "CHEQUES RECIBIDOS: " LINE 13 POSITION 05.
           DISPLAY IMP-ED LINE 13 POSITION 25.
           MOVE WDIF TO DIF-ED.
           IF WDIF = 0
              DISPLAY "REMESA SIN DIFERENCIA" LINE 15 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           ELSE
              DISPLAY "DIFERENCIA (RECIBIDO - ENVIADO): "
                 LINE 15 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY DIF-ED LINE 15 POSITION 39
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           DISPLAY "CONFIRMA LA RECEPCION (S/N) ? " LINE 17 POSITION 05.
           ACCEPT OP-SN LINE 17 POSITION 36.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-RECIBIR-REMESA
           END-IF.
           MOVE 1 TO CHQ-POS.
           PERFORM ASENTAR-CHEQUE UNTIL CHQ-POS > CHQ-CANT.
           MOVE WFECHA-HOY TO RMFREC.
           MOVE WOPE TO RMOPREC.
           MOVE ENT-EFE TO RMEFEREC.
           MOVE TOT-CHQ TO RMCHQREC.
           MOVE WDIF TO RMDIF.
           IF WDIF = 0
              MOVE "R" TO RMEST
           ELSE
              MOVE "D" TO RMEST
           END-IF.
           REWRITE R-REM
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR (FST=" FSTREM ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-RECIBIR-REMESA
           END-REWRITE.
           ADD 1 TO CANT-RECIBIDAS.
           IF WDIF = 0
              DISPLAY "REMESA RECIBIDA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           ELSE
              DISPLAY "REMESA RECIBIDA - DIFERENCIA ASENTADA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.
       F-RECIBIR-REMESA.
           EXIT.

       CARGAR-CHEQUES-REMESA.
           MOVE 0 TO CHQ-CANT.
           MOVE "N" TO SW-FIN.
           MOVE RMNRO TO RCNRO.
           MOVE 0 TO RCBCO RCCHNRO.
           START REMCHEQUES KEY IS NOT LESS THAN RCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM TOMAR-CHEQUE-REMESA THRU F-TOMAR-CHEQUE-REMESA
              UNTIL SW-FIN = "S".
       F-CARGAR-CHEQUES-REMESA.
           EXIT.

       TOMAR-CHEQUE-REMESA.
           READ REMCHEQUES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TOMAR-CHEQUE-REMESA
           END-IF.
           IF RCNRO NOT = RMNRO OR CHQ-CANT = CHQ-MAX
              MOVE "S" TO SW-FIN
              GO TO F-TOMAR-CHEQUE-REMESA
           END-IF.
           ADD 1 TO CHQ-CANT.
           MOVE RCBCO TO TCH-BCO(CHQ-CANT).
           MOVE RCCHNRO TO TCH-NRO(CHQ-CANT).
           MOVE RCIMP TO TCH-IMP(CHQ-CANT).
           MOVE "N" TO TCH-REC(CHQ-CANT).
       F-TOMAR-CHEQUE-REMESA.
           EXIT.

      *-- CADA CHEQUE DE LA REMESA SE DA POR RECIBIDO O FALTANTE ---*
       CONTROLAR-CHEQUE.
           DISPLAY "CHEQUE BANCO " LINE 10 POSITION 05.
           DISPLAY TCH-BCO(CHQ-POS) LINE 10 POSITION 18.
           DISPLAY "NRO " LINE 10 POSITION 23.
           DISPLAY TCH-NRO(CHQ-POS) LINE 10 POSITION 27.
           MOVE TCH-IMP(CHQ-POS) TO IMP-ED.
           DISPLAY IMP-ED LINE 10 POSITION 37.
           DISPLAY "RECIBIDO (S/N) ? " LINE 10 POSITION 51.
           ACCEPT OP-SN LINE 10 POSITION 69.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "S" TO TCH-REC(CHQ-POS)
              ADD TCH-IMP(CHQ-POS) TO TOT-CHQ
           ELSE
              IF OP-SN NOT = "N" AND OP-SN NOT = "n"
                 GO TO CONTROLAR-CHEQUE
              END-IF
           END-IF.
           ADD 1 TO CHQ-POS.
       F-CONTROLAR-CHEQUE.
           EXIT.

      *-- LOS RECIBIDOS VUELVEN A CARTERA (AHORA EN LA TESORERIA), -*
      *-- LOS QUE NO LLEGARON QUEDAN FALTANTES ---------------------*
       ASENTAR-CHEQUE.
           MOVE RMNRO TO RCNRO.
           MOVE TCH-BCO(CHQ-POS) TO RCBCO CHBCO.
           MOVE TCH-NRO(CHQ-POS) TO RCCHNRO CHNRO.
           READ REMCHEQUES KEY IS RCCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF TCH-REC(CHQ-POS) = "S"
                    MOVE "R" TO RCEST
                 ELSE
                    MOVE "F" TO RCEST
                 END-IF
                 REWRITE R-RCH
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           READ CHEQUES KEY IS CHCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CHQ-EN-TRANSITO
                    IF TCH-REC(CHQ-POS) = "S"
                       MOVE "C" TO CHEST
                    ELSE
                       MOVE "X" TO CHEST
                    END-IF
                    REWRITE R-CHQ
                       INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
           END-READ.
           ADD 1 TO CHQ-POS.

      *-- BUSCA UNA SESION ABIERTA DEL OPERADOR EN EL DIA ----------*
       VERIFICAR-CAJA-ABIERTA.
           MOVE "N" TO SW-CAJA.
           OPEN INPUT CAJAS.
           IF FSTCAJ NOT = "00"
              GO TO F-VERIFICAR-CAJA-ABIERTA
           END-IF.
           MOVE "N" TO SW-FIN-CAJ.
           MOVE WOPE TO CJOPE.
           MOVE WFECHA-HOY TO CJFECHA.
           MOVE 0 TO CJSEC.
           START CAJAS KEY IS NOT LESS THAN CJCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-CAJ
           END-START.
           PERFORM MIRAR-SESION-CAJA THRU F-MIRAR-SESION-CAJA
              UNTIL SW-FIN-CAJ = "S".
           CLOSE CAJAS.
       F-VERIFICAR-CAJA-ABIERTA.
           EXIT.

       MIRAR-SESION-CAJA.
           READ CAJAS NEXT RECORD AT END MOVE "S" TO SW-FIN-CAJ.
           IF SW-FIN-CAJ = "N"
              IF CJOPE NOT = WOPE OR CJFECHA NOT = WFECHA-HOY
                 MOVE "S" TO SW-FIN-CAJ
              ELSE
                 IF CAJA-ABIERTA
                    MOVE "S" TO SW-CAJA
                    MOVE "S" TO SW-FIN-CAJ
                 END-IF
              END-IF
           END-IF.
       F-MIRAR-SESION-CAJA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "REMESAS: ENVIADAS = " CANT-ENVIADAS
              "  RECIBIDAS = " CANT-RECIBIDAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE REMESAS REMCHEQUES CHEQUES.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
