      *** CHEQPROP - CHEQUES PROPIOS EMITIDOS (CHEQPRO.IND)        ***
      *** CONSULTA UN CHEQUE POR CUENTA Y NUMERO Y LO HACE AVANZAR ***
      *** EN SU CIRCUITO: EMITIDO (LO GRABA CARGAPRV CON LA ORDEN  ***
      *** DE PAGO) -> ENTREGADO AL BENEFICIARIO -> DEBITADO EN LA  ***
      *** CUENTA (NORMALMENTE LO DEBITA CONCBANC AL APAREARLO CON  ***
      *** EL EXTRACTO; ACA SE DEBITA A MANO) - UN CHEQUE EMITIDO O ***
      *** ENTREGADO SE PUEDE ANULAR: LA ORDEN DE PAGO QUEDA COMO   ***
      *** ESTA Y LO QUE SE LE PAGO AL PROVEEDOR CON EL CHEQUE      ***
      *** VUELVE A DEBERSE COMO PARTIDA ABIERTA (MOVPROV.IND TIPO  ***
      *** 4, MPCTIPO "CHA", COMO RECHCHEQ CON LOS ENDOSADOS) QUE   ***
      *** CANCELA UNA NUEVA ORDEN - UNO DEBITADO O ANULADO YA NO   ***
      *** SE MODIFICA                                              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQPROP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES-PROPIOS ASSIGN TO DISK "CHEQPRO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPCLAVE
           ALTERNATE RECORD KEY IS CPPAGO DUPLICATES
           FILE STATUS IS FSTCHP.

           SELECT CUENTAS ASSIGN TO DISK "CTABCO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBCOD
           FILE STATUS IS FSTCTB.

           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

       DATA DIVISION.
       FILE SECTION.
        FD CHEQUES-PROPIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-CHP.

         COPY CHEQPRO.

        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS R-CTB.

         COPY CTABCO.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

       WORKING-STORAGE SECTION.
       77 FSTCHP              PIC XX.
       77 FSTCTB              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTMPV              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-EST              PIC X.
       77 SW-PRV              PIC X VALUE "N".
       77 SW-MPV              PIC X VALUE "N".
       77 SW-FIN-SEC          PIC X.
       77 WSEC-ULT            PIC 9(03).
       77 ENT-CTA             PIC 9(02).
       77 ENT-NRO             PIC 9(08).
       77 ENT-FECHA           PIC 9(08).
       77 WDESC-EST           PIC X(10).
       77 WNOM-PROV           PIC X(30).
       77 IMP-ED              PIC Z.ZZZ.ZZ9,99.
       77 CANT-CAMBIOS        PIC 9(04) VALUE 0.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.

       01 WFECHA-HOY          PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CHEQUES-PROPIOS.
           IF FSTCHP NOT = "00"
              DISPLAY "CHEQPROP: CHEQPRO.IND NO ENCONTRADO (FST="
                 FSTCHP ") - NO HAY CHEQUES EMITIDOS"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT CUENTAS.
           IF FSTCTB NOT = "00"
              DISPLAY "CHEQPROP: CTABCO.IND NO ENCONTRADO (FST="
                 FSTCTB ") - CARGUE LAS CUENTAS (ABMBCO)"
              CLOSE CHEQUES-PROPIOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV = "00"
              MOVE "S" TO SW-PRV
           END-IF.
           OPEN I-O COMPROBANTES.
           IF FSTMPV = "00"
              MOVE "S" TO SW-MPV
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".

       PEDIR-CHEQUE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CHEQUES PROPIOS EMITIDOS" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CUENTA BANCARIA (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-CTA LINE 04 POSITION 33.
           IF ENT-CTA IS NOT NUMERIC
              MOVE 0 TO ENT-CTA
           END-IF.
           IF ENT-CTA = 0
              GO TO FIN
           END-IF.
           MOVE ENT-CTA TO CBCOD.
           READ CUENTAS KEY IS CBCOD
              INVALID KEY
                 DISPLAY "CUENTA BANCARIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CHEQUE
           END-READ.
           DISPLAY CBDESC LINE 04 POSITION 37.
           DISPLAY "NUMERO DE CHEQUE: " LINE 05 POSITION 05.
           ACCEPT ENT-NRO LINE 05 POSITION 24.
           IF ENT-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-NRO
           END-IF.
           MOVE ENT-CTA TO CPCTA.
           MOVE ENT-NRO TO CPNRO.
           READ CHEQUES-PROPIOS KEY IS CPCLAVE
              INVALID KEY
                 DISPLAY "CHEQUE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CHEQUE
           END-READ.
           PERFORM MOSTRAR-CHEQUE.
           IF CHP-DEBITADO OR CHP-ANULADO
              DISPLAY "CHEQUE CERRADO - NO SE MODIFICA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CHEQUE
           END-IF.
           DISPLAY "T=ENTREGADO D=DEBITADO A=ANULADO OTRA=VUELVE: "
              LINE 16 POSITION 05.
           ACCEPT OP-EST LINE 16 POSITION 52.
           INSPECT OP-EST CONVERTING "tda" TO "TDA".
           IF OP-EST NOT = "T" AND OP-EST NOT = "D" AND
              OP-EST NOT = "A"
              GO TO PEDIR-CHEQUE
           END-IF.
           IF OP-EST = "T" AND CHP-ENTREGADO
              GO TO PEDIR-CHEQUE
           END-IF.
           MOVE WFECHA-HOY TO ENT-FECHA.
           IF OP-EST NOT = "A"
              DISPLAY "FECHA (AAAAMMDD - 0 = HOY): " LINE 17 POSITION 05
              ACCEPT ENT-FECHA LINE 17 POSITION 34
              IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0
                 MOVE WFECHA-HOY TO ENT-FECHA
              END-IF
           END-IF.
      *-- EL BANCO NO DEBITA UN DIFERIDO ANTES DE SU FECHA ---------*
           IF OP-EST = "D" AND ENT-FECHA < CPFPAGO
              DISPLAY "FECHA ANTERIOR A LA DE PAGO DEL CHEQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CHEQUE
           END-IF.
           IF OP-EST = "A"
              DISPLAY "LA ORDEN DE PAGO NO SE ANULA CON EL CHEQUE: "
                 "SE REABRE LA DEUDA (CHA)" LINE 18 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
      *-- SIN MOVPROV.IND NO HAY DONDE REABRIR LA DEUDA: NO SE ANULA *
           IF OP-EST = "A" AND SW-MPV = "N"
              DISPLAY "MOVPROV.IND NO DISPONIBLE - NO SE PUEDE ANULAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CHEQUE
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 19 POSITION 05.
           ACCEPT OP-SN LINE 19 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CHEQUE
           END-IF.
           EVALUATE OP-EST
              WHEN "T"
                 MOVE ENT-FECHA TO CPFENT
              WHEN "D"
                 MOVE ENT-FECHA TO CPFDEB
                 IF CPFENT = 0
                    MOVE ENT-FECHA TO CPFENT
                 END-IF
           END-EVALUATE.
           MOVE OP-EST TO CPEST.
           MOVE QS-OPER TO CPOPE.
           REWRITE R-CHP
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR (FST=" FSTCHP ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              NOT INVALID KEY
                 ADD 1 TO CANT-CAMBIOS
                 DISPLAY "CHEQUE ACTUALIZADO" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
                 IF OP-EST = "A"
                    PERFORM REABRIR-DEUDA-PROVEEDOR
                       THRU F-REABRIR-DEUDA-PROVEEDOR
                 END-IF
           END-REWRITE.
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CHEQUE.

      *-- EL CHEQUE ANULADO NO LE PAGO AL PROVEEDOR: LO QUE SE LE --*
      *-- PAGO CON EL VUELVE A DEBERSE, COMO UNA PARTIDA ABIERTA ---*
      *-- QUE VENCE HOY (COMO EL ENDOSADO RECHAZADO DE RECHCHEQ) ---*
       REABRIR-DEUDA-PROVEEDOR.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE CPPROV TO MPPROV.
           MOVE WFECHA-HOY TO MPFECHA.
           MOVE 0 TO MPSEC.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC-PRV THRU F-BUSCAR-ULTIMA-SEC-PRV
              UNTIL SW-FIN-SEC = "S".
           INITIALIZE R-MPV.
           MOVE CPPROV TO MPPROV.
           MOVE WFECHA-HOY TO MPFECHA.
           COMPUTE MPSEC = WSEC-ULT + 1.
           MOVE 4 TO MPTIP.
           MOVE SPACES TO MPCOMP.
           STRING "CHP " DELIMITED BY SIZE
                  CPNRO DELIMITED BY SIZE
                  INTO MPCOMP.
           MOVE CPIMP TO MPIMP.
           MOVE 0 TO MPSUC.
           MOVE QS-OPER TO MPOPE.
           MOVE "CHA" TO MPCTIPO.
           MOVE WFECHA-HOY TO MPVTO.
           MOVE CPIMP TO MPSDO.
           WRITE R-MPV
              INVALID KEY
                 DISPLAY "ERROR AL REABRIR LA DEUDA CON EL PROVEEDOR "
                    "(FST=" FSTMPV ")" LINE 21 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-REABRIR-DEUDA-PROVEEDOR
           END-WRITE.
           DISPLAY "DEUDA CON EL PROVEEDOR REABIERTA (CHA)"
              LINE 21 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
       F-REABRIR-DEUDA-PROVEEDOR.
           EXIT.

       BUSCAR-ULTIMA-SEC-PRV.
           READ COMPROBANTES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MPPROV = CPPROV AND MPFECHA = WFECHA-HOY
                 MOVE MPSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC-PRV.
           EXIT.

       MOSTRAR-CHEQUE.
           EVALUATE TRUE
              WHEN CHP-EMITIDO   MOVE "EMITIDO   " TO WDESC-EST
              WHEN CHP-ENTREGADO MOVE "ENTREGADO " TO WDESC-EST
              WHEN CHP-DEBITADO  MOVE "DEBITADO  " TO WDESC-EST
              WHEN CHP-ANULADO   MOVE "ANULADO   " TO WDESC-EST
              WHEN OTHER         MOVE "?         " TO WDESC-EST
           END-EVALUATE.
           MOVE SPACES TO WNOM-PROV.
           IF SW-PRV = "S"
              MOVE CPPROV TO PVCOD
              READ PROVEEDORES KEY IS PVCOD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PVNOM TO WNOM-PROV
              END-READ
           END-IF.
           MOVE CPIMP TO IMP-ED.
           DISPLAY "IMPORTE      : " LINE 07 POSITION 05.
           DISPLAY IMP-ED LINE 07 POSITION 21
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           DISPLAY "BENEFICIARIO : " LINE 08 POSITION 05.
           DISPLAY CPPROV LINE 08 POSITION 21.
           DISPLAY WNOM-PROV LINE 08 POSITION 27.
           DISPLAY "ORDEN DE PAGO: " LINE 09 POSITION 05.
           DISPLAY CPPAGO LINE 09 POSITION 21.
           DISPLAY "EMISION      : " LINE 10 POSITION 05.
           DISPLAY CPFEMI LINE 10 POSITION 21.
           DISPLAY "FECHA DE PAGO: " LINE 10 POSITION 35.
           DISPLAY CPFPAGO LINE 10 POSITION 51.
           DISPLAY "ENTREGADO    : " LINE 11 POSITION 05.
           DISPLAY CPFENT LINE 11 POSITION 21.
           DISPLAY "DEBITADO     : " LINE 11 POSITION 35.
           DISPLAY CPFDEB LINE 11 POSITION 51.
           DISPLAY "ESTADO       : " LINE 12 POSITION 05.
           DISPLAY WDESC-EST LINE 12 POSITION 21
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "OPERADOR     : " LINE 12 POSITION 35.
           DISPLAY CPOPE LINE 12 POSITION 51.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "CHEQPROP: CHEQUES ACTUALIZADOS = " CANT-CAMBIOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE CHEQUES-PROPIOS CUENTAS.
           IF SW-PRV = "S"
              CLOSE PROVEEDORES
           END-IF.
           IF SW-MPV = "S"
              CLOSE COMPROBANTES
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
