      *** DEBE YA APLICADO EN MOVPER.IND (CON SU PARTIDA ABIERTA)  ***
      *** Y VUELVE A CARGAR EL SALDO DEL CLIENTE EN PERSONA.IND,   ***
      *** LA CONTRA EXACTA DE LO QUE HIZO EL COBRO ORIGINAL        ***
      *** SI EL CHEQUE SE HABIA ENDOSADO A UN PROVEEDOR (QUE LO    ***
      *** DEVUELVE), ADEMAS SE REABRE LA DEUDA CON EL PROVEEDOR:   ***
      *** UNA PARTIDA "CHEQUE DEVUELTO" (MPTIP 4) EN MOVPROV.IND   ***
      *** QUE SE CANCELA CON UNA ORDEN DE PAGO (VER CARGAPRV)      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHCHEQ.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

      *-- DEUDA CON EL PROVEEDOR QUE DEVUELVE UN CHEQUE ENDOSADO --*
           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

       DATA DIVISION.
       FILE SECTION.
        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

         COPY MOVPER.

        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
       77 FSTCHQ              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTMPV              PIC XX.
       77 SW-MPV              PIC X VALUE "N".
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-FIN-SEC          PIC X.
       77 SALDO-TRAB          PIC S9(06)V99 VALUE 0.
       77 IMP-ED              PIC ZZ.ZZ9,99.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.

       01 WFECHA-HOY          PIC 9(8).

              CLOSE CHEQUES PERSONA
              GO TO FIN-SIN-ARCHIVOS
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
           DISPLAY CHRECIBO LINE 08 POSITION 16.
           DISPLAY "IMPORTE : " LINE 09 POSITION 05.
           DISPLAY IMP-ED LINE 09 POSITION 16.
           IF CHQ-ENDOSADO
              DISPLAY "ENDOSADO AL PROVEEDOR " LINE 10 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY CHPROV LINE 10 POSITION 27
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY " EL " LINE 10 POSITION 32
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY CHFEND LINE 10 POSITION 36
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              IF SW-MPV = "N"
                 DISPLAY "MOVPROV.IND NO ENCONTRADO - NO SE REVIERTE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CHEQUE
              END-IF
           END-IF.
           DISPLAY "CONFIRMA EL RECHAZO (S/N) ? " LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 34.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           PERFORM GRABAR-MOVIMIENTO-RECHAZO.
           IF CHQ-ENDOSADO
              PERFORM REABRIR-DEUDA-PROVEEDOR THRU
                 F-REABRIR-DEUDA-PROVEEDOR
           END-IF.
           MOVE "R" TO CHEST.
           REWRITE R-CHQ
              INVALID KEY CONTINUE
           EXIT.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
      *-- EL PROVEEDOR NOS DEVUELVE EL CHEQUE: LO QUE SE LE PAGO --*
      *-- CON EL VUELVE A DEBERSE, COMO UNA PARTIDA ABIERTA QUE ----*
      *-- VENCE HOY (LOS DATOS DEL ENDOSO QUEDAN EN EL CHEQUE) -----*
       REABRIR-DEUDA-PROVEEDOR.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE CHPROV TO MPPROV.
           MOVE WFECHA-HOY TO MPFECHA.
           MOVE 0 TO MPSEC.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC-PRV THRU F-BUSCAR-ULTIMA-SEC-PRV
              UNTIL SW-FIN-SEC = "S".
           INITIALIZE R-MPV.
           MOVE CHPROV TO MPPROV.
           MOVE WFECHA-HOY TO MPFECHA.
           COMPUTE MPSEC = WSEC-ULT + 1.
           MOVE 4 TO MPTIP.
           MOVE SPACES TO MPCOMP.
           STRING "CHQ " DELIMITED BY SIZE
                  CHNRO DELIMITED BY SIZE
                  INTO MPCOMP.
           MOVE CHIMP TO MPIMP.
           MOVE 0 TO MPSUC.
           MOVE QS-OPER TO MPOPE.
           MOVE "CHR" TO MPCTIPO.
           MOVE WFECHA-HOY TO MPVTO.
           MOVE CHIMP TO MPSDO.
           WRITE R-MPV
              INVALID KEY
                 DISPLAY "ERROR AL REABRIR LA DEUDA CON EL PROVEEDOR "
                    "(FST=" FSTMPV ")" LINE 21 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-REABRIR-DEUDA-PROVEEDOR
           END-WRITE.
           DISPLAY "DEUDA CON EL PROVEEDOR REABIERTA (CHR)"
              LINE 21 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
       F-REABRIR-DEUDA-PROVEEDOR.
           EXIT.

       BUSCAR-ULTIMA-SEC-PRV.
           READ COMPROBANTES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MPPROV = CHPROV AND MPFECHA = WFECHA-HOY
                 MOVE MPSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC-PRV.
           EXIT.

       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

       FIN.
           CLOSE CHEQUES PERSONA MOVIMIENTOS.
           IF SW-MPV = "S"
              CLOSE COMPROBANTES
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
