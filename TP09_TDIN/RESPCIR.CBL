      *** RESPCIR - RESPUESTAS A LA CIRCULARIZACION DE SALDOS      ***
      *** SE PIDE EL NUMERO DE PEDIDO (EL DEL TALON QUE DEVUELVE   ***
      *** EL CLIENTE), SE MUESTRAN EL CLIENTE, EL CIERRE Y EL      ***
      *** SALDO QUE SE LE INFORMO, Y SE CARGA LA RESPUESTA:        ***
      *** C = CONFORME, D = DISCONFORME (CON EL SALDO QUE INFORMA  ***
      *** EL CLIENTE, DEUDOR O ACREEDOR, Y EL DETALLE DE LA        ***
      *** DIFERENCIA), S = SIN RESPUESTA (VENCIDO EL PLAZO, PARA   ***
      *** QUE EL AUDITOR APLIQUE PROCEDIMIENTOS ALTERNATIVOS) -    ***
      *** QUEDAN LA FECHA Y EL OPERADOR - UNA RESPUESTA YA CARGADA ***
      *** SE PUEDE CORREGIR - LAS DIFERENCIAS LAS LISTA CONCCIR    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPCIR.
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

       WORKING-STORAGE SECTION.
       77 FSTCIR              PIC XX.
       77 FSTPER              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 ENT-NRO             PIC 9(06).
       77 ENT-RESP            PIC X.
       77 ENT-SDO             PIC 9(06)V99.
       77 ENT-DH              PIC X.
       77 ENT-OBS             PIC X(30).
       77 SDO-ED              PIC ZZZ.ZZ9,99.
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.
      *-- EL OPERADOR QUE CARGA LA RESPUESTA (VER QUIENSOY) --------*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.

       01 WFECHA-HOY          PIC 9(8).

       01 WFECHA-AUX.
          02 WAA-AUX          PIC 9(4).
          02 WMM-AUX          PIC 9(2).
          02 WDD-AUX          PIC 9(2).
       01 R-FECHA-AUX REDEFINES WFECHA-AUX PIC 9(8).

       01 FECHA-ED.
          02 FE-DD            PIC 99/.
          02 FE-MM            PIC 99/.
          02 FE-AA            PIC 9(4).

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CIRCULARES.
           IF FSTCIR NOT = "00"
              DISPLAY "RESPCIR: NO HAY PEDIDOS DE CONFIRMACION - "
                 "CORRA CIRCSAL"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM QS-PERM
                                   QS-SUP
           CANCEL "QUIENSOY".

       PEDIR-PEDIDO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RESPUESTAS A LA CIRCULARIZACION" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "NUMERO DE PEDIDO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-NRO LINE 04 POSITION 34.
           IF ENT-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-NRO
           END-IF.
           IF ENT-NRO = 0
              GO TO FIN
           END-IF.
           MOVE ENT-NRO TO CRNRO.
           READ CIRCULARES KEY IS CRNRO
              INVALID KEY
                 DISPLAY "PEDIDO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-PEDIDO
           END-READ.
           MOVE CRCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE "NO ENCONTRADO" TO PAN
           END-READ.
           DISPLAY "CLIENTE     : " LINE 06 POSITION 05.
           DISPLAY CRCA LINE 06 POSITION 20.
           DISPLAY PAN LINE 06 POSITION 30.
           MOVE CRFCIE TO R-FECHA-AUX.
           PERFORM EDITAR-FECHA.
           DISPLAY "CIERRE      : " LINE 07 POSITION 05.
           DISPLAY FECHA-ED LINE 07 POSITION 20.
           MOVE CRSDO TO SDO-ED.
           DISPLAY "SALDO PEDIDO: " LINE 08 POSITION 05.
           DISPLAY SDO-ED LINE 08 POSITION 20.
           IF CRTS = 1
              DISPLAY "DEUDOR" LINE 08 POSITION 32
           ELSE
              DISPLAY "ACREEDOR" LINE 08 POSITION 32
           END-IF.
           DISPLAY "ESTADO      : " LINE 09 POSITION 05.
           EVALUATE TRUE
              WHEN CIR-PENDIENTE
                 DISPLAY "PENDIENTE DE RESPUESTA" LINE 09 POSITION 20
              WHEN CIR-CONFORME
                 DISPLAY "CONFORME" LINE 09 POSITION 20
                    CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              WHEN CIR-DISCONFORME
                 MOVE CRSDOCLI TO SDO-ED
                 DISPLAY "DISCONFORME - INFORMA" LINE 09 POSITION 20
                    CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
                 DISPLAY SDO-ED LINE 09 POSITION 42
                    CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              WHEN CIR-SIN-RESPUESTA
                 DISPLAY "SIN RESPUESTA" LINE 09 POSITION 20
                    CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-EVALUATE.
           IF NOT CIR-PENDIENTE
              DISPLAY "YA TIENE RESPUESTA - CORRIGE (S/N) ? "
                 LINE 10 POSITION 05
              ACCEPT OP-SN LINE 10 POSITION 43
              IF OP-SN NOT = "S" AND OP-SN NOT = "s"
                 GO TO PEDIR-PEDIDO
              END-IF
           END-IF.
           DISPLAY "RESPUESTA (C=CONFORME D=DISCONFORME S=SIN RESP.): "
              LINE 12 POSITION 05.
           MOVE SPACE TO ENT-RESP.
           ACCEPT ENT-RESP LINE 12 POSITION 57.
           IF ENT-RESP = "c"
              MOVE "C" TO ENT-RESP
           END-IF.
           IF ENT-RESP = "d"
              MOVE "D" TO ENT-RESP
           END-IF.
           IF ENT-RESP = "s"
              MOVE "S" TO ENT-RESP
           END-IF.
           IF ENT-RESP NOT = "C" AND ENT-RESP NOT = "D"
              AND ENT-RESP NOT = "S"
              DISPLAY "RESPUESTA INVALIDA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-PEDIDO
           END-IF.
      *-- EL CONFORME Y EL SIN RESPUESTA NO INFORMAN SALDO ---------*
           MOVE 0 TO ENT-SDO.
           MOVE SPACE TO ENT-DH.
           MOVE SPACES TO ENT-OBS.
           IF ENT-RESP = "D"
              PERFORM PEDIR-SALDO-CLIENTE THRU F-PEDIR-SALDO-CLIENTE
              IF ENT-DH = SPACE
                 GO TO PEDIR-PEDIDO
              END-IF
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 18 POSITION 05.
           ACCEPT OP-SN LINE 18 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-PEDIDO
           END-IF.
           MOVE ENT-RESP TO CREST.
           MOVE ENT-SDO TO CRSDOCLI.
           IF ENT-DH = "D"
              MOVE 1 TO CRTSCLI
           ELSE
              IF ENT-DH = "H"
                 MOVE 2 TO CRTSCLI
              ELSE
                 MOVE 0 TO CRTSCLI
              END-IF
           END-IF.
           MOVE ENT-OBS TO CROBS.
           MOVE WFECHA-HOY TO CRFRESP.
           MOVE QS-OPER TO CROPE.
           REWRITE R-CIR
              INVALID KEY
                 DISPLAY "RESPUESTA NO GRABADA - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-PEDIDO
           END-REWRITE.
           ADD 1 TO CANT-CARGADAS.
           DISPLAY "RESPUESTA GRABADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-PEDIDO.

      *-- EL SALDO QUE EL CLIENTE DICE TENER CON NOSOTROS, DEUDOR O *
      *-- ACREEDOR, Y SU EXPLICACION DE LA DIFERENCIA --------------*
       PEDIR-SALDO-CLIENTE.
           DISPLAY "SALDO SEGUN EL CLIENTE  : " LINE 14 POSITION 05.
           ACCEPT ENT-SDO LINE 14 POSITION 32.
           IF ENT-SDO IS NOT NUMERIC
              MOVE 0 TO ENT-SDO
           END-IF.
           DISPLAY "D=DEUDOR H=ACREEDOR     : " LINE 15 POSITION 05.
           ACCEPT ENT-DH LINE 15 POSITION 32.
           IF ENT-DH = "d"
              MOVE "D" TO ENT-DH
           END-IF.
           IF ENT-DH = "h"
              MOVE "H" TO ENT-DH
           END-IF.
           IF ENT-DH NOT = "D" AND ENT-DH NOT = "H"
              DISPLAY "INDIQUE D O H - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE SPACE TO ENT-DH
              GO TO F-PEDIR-SALDO-CLIENTE
           END-IF.
           DISPLAY "DETALLE DE LA DIFERENCIA: " LINE 16 POSITION 05.
           ACCEPT ENT-OBS LINE 16 POSITION 32.
       F-PEDIR-SALDO-CLIENTE.
           EXIT.

       EDITAR-FECHA.
           MOVE WDD-AUX TO FE-DD.
           MOVE WMM-AUX TO FE-MM.
           MOVE WAA-AUX TO FE-AA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "RESPCIR: RESPUESTAS CARGADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE CIRCULARES PERSONA.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
