      *** ESTPRES - ESTADO DE LOS PRESUPUESTOS A CLIENTES          ***
      *** AL ENTRAR PASA A VENCIDO TODO PRESUPUESTO EMITIDO CUYA   ***
      *** FECHA DE VALIDEZ YA PASO; DESPUES, POR NUMERO, DEJA      ***
      *** ACEPTAR UN EMITIDO VIGENTE O RECHAZAR UN EMITIDO O UN    ***
      *** ACEPTADO TODAVIA NO FACTURADO - QUEDAN LA FECHA Y EL     ***
      *** OPERADOR DEL CAMBIO - EL ACEPTADO SE FACTURA DESDE       ***
      *** FACTURAR; EL VENCIDO NO SE REVIVE: SE HACE OTRO          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTPRES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTOS ASSIGN TO DISK "PRESCLI.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QCNRO
           FILE STATUS IS FSTPRC.

       DATA DIVISION.
       FILE SECTION.
        FD PRESUPUESTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS R-PRC.

         COPY PRESCAB.

       WORKING-STORAGE SECTION.
       77 FSTPRC              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       77 SW-FIN              PIC X.
       77 ENT-NRO             PIC 9(06).
       77 WEST                PIC X(10).
       77 TOT-ED              PIC ZZ.ZZ9,99.
       77 CANT-ED             PIC ZZZ9.
       77 CANT-VENCIDOS       PIC 9(04) VALUE 0.
       77 CANT-CAMBIOS        PIC 9(04) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 WFECHA-HOY-N REDEFINES WFECHA-HOY PIC 9(8).

       01 WFECHA-VTO.
          02 WAA-VTO          PIC 9(4).
          02 WMM-VTO          PIC 9(2).
          02 WDD-VTO          PIC 9(2).

       01 LINEA-VTO.
          02 LV-DD            PIC 99/.
          02 LV-MM            PIC 99/.
          02 LV-AA            PIC 9(4).

       PROCEDURE DIVISION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "ESTPRES: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O PRESUPUESTOS.
           IF FSTPRC NOT = "00"
              DISPLAY "ESTPRES: PRESCLI.IND NO ENCONTRADO (FST="
                 FSTPRC ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO QCNRO.
           START PRESUPUESTOS KEY IS NOT LESS THAN QCNRO
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MARCAR-VENCIDO THRU F-MARCAR-VENCIDO
              UNTIL SW-FIN = "S".

       PEDIR-PRESUPUESTO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ESTADO DE PRESUPUESTOS" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           IF CANT-VENCIDOS > 0
              MOVE CANT-VENCIDOS TO CANT-ED
              DISPLAY "PASADOS A VENCIDOS AL ENTRAR: " LINE 03
                 POSITION 05 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY CANT-ED LINE 03 POSITION 35
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
           DISPLAY "NUMERO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-NRO LINE 04 POSITION 24.
           IF ENT-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-NRO
           END-IF.
           IF ENT-NRO = 0
              GO TO FIN
           END-IF.
           MOVE ENT-NRO TO QCNRO.
           READ PRESUPUESTOS KEY IS QCNRO
              INVALID KEY
                 DISPLAY "PRESUPUESTO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-PRESUPUESTO
           END-READ.
           EVALUATE TRUE
              WHEN QCFAC NOT = 0   MOVE "FACTURADO " TO WEST
              WHEN PRE-ACEPTADO    MOVE "ACEPTADO  " TO WEST
              WHEN PRE-VENCIDO     MOVE "VENCIDO   " TO WEST
              WHEN PRE-RECHAZADO   MOVE "RECHAZADO " TO WEST
              WHEN OTHER           MOVE "EMITIDO   " TO WEST
           END-EVALUATE.
           DISPLAY "CLIENTE : " LINE 06 POSITION 05.
           DISPLAY QCCA LINE 06 POSITION 15.
           DISPLAY QCNOM LINE 06 POSITION 25.
           MOVE QCTOT TO TOT-ED.
           DISPLAY "TOTAL   : " LINE 07 POSITION 05.
           DISPLAY TOT-ED LINE 07 POSITION 15.
           MOVE QCVTO TO WFECHA-VTO.
           MOVE WDD-VTO TO LV-DD.
           MOVE WMM-VTO TO LV-MM.
           MOVE WAA-VTO TO LV-AA.
           DISPLAY "VALE HASTA: " LINE 08 POSITION 05.
           DISPLAY LINEA-VTO LINE 08 POSITION 17.
           DISPLAY "ESTADO  : " LINE 09 POSITION 05.
           DISPLAY WEST LINE 09 POSITION 15.
           IF QCFAC NOT = 0
              DISPLAY "FACTURA NRO " LINE 09 POSITION 27
              DISPLAY QCFAC LINE 09 POSITION 39
              DISPLAY "YA FACTURADO - NO SE PUEDE CAMBIAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-PRESUPUESTO
           END-IF.
           IF PRE-VENCIDO OR PRE-RECHAZADO
              DISPLAY "PRESUPUESTO CERRADO - NO SE PUEDE CAMBIAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-PRESUPUESTO
           END-IF.
           IF PRE-EMITIDO
              DISPLAY "A=ACEPTADO R=RECHAZADO OTRA=VUELVE: "
                 LINE 11 POSITION 05
              ACCEPT OP-SN LINE 11 POSITION 42
           ELSE
              DISPLAY "R=RECHAZADO OTRA=VUELVE: " LINE 11 POSITION 05
              ACCEPT OP-SN LINE 11 POSITION 31
           END-IF.
           IF OP-SN = "a"
              MOVE "A" TO OP-SN
           END-IF.
           IF OP-SN = "r"
              MOVE "R" TO OP-SN
           END-IF.
           IF OP-SN = "A" AND PRE-EMITIDO
              MOVE "A" TO QCEST
              GO TO GRABAR-ESTADO
           END-IF.
           IF OP-SN = "R"
              MOVE "R" TO QCEST
              GO TO GRABAR-ESTADO
           END-IF.
           GO TO PEDIR-PRESUPUESTO.

       GRABAR-ESTADO.
           MOVE WFECHA-HOY TO QCFEST.
           MOVE QS-OPER TO QCOEST.
           REWRITE R-PRC
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR (FST=" FSTPRC ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-PRESUPUESTO
           END-REWRITE.
           ADD 1 TO CANT-CAMBIOS.
           IF PRE-ACEPTADO
              DISPLAY "ACEPTADO - SE FACTURA DESDE FACTURAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           ELSE
              DISPLAY "RECHAZADO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-PRESUPUESTO.

      *-- UN EMITIDO CUYA VALIDEZ YA PASO QUEDA VENCIDO ------------*
       MARCAR-VENCIDO.
           READ PRESUPUESTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MARCAR-VENCIDO
           END-IF.
           IF NOT PRE-EMITIDO OR QCVTO NOT < WFECHA-HOY-N
              GO TO F-MARCAR-VENCIDO
           END-IF.
           MOVE "V" TO QCEST.
           MOVE WFECHA-HOY TO QCFEST.
           MOVE QS-OPER TO QCOEST.
           REWRITE R-PRC
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO CANT-VENCIDOS
           END-REWRITE.
       F-MARCAR-VENCIDO.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "ESTPRES: CAMBIOS DE ESTADO = " CANT-CAMBIOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PRESUPUESTOS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
