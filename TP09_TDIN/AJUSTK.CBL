      *** AJUSTK - AJUSTE DE INVENTARIO (SOLO SUPERVISORES)        ***
      *** SE INGRESA LA CANTIDAD CONTADA DE UN ARTICULO EN UNA     ***
      *** SUCURSAL: STOCK.IND QUEDA CON LO CONTADO Y LA DIFERENCIA ***
      *** SE GRABA EN MOVSTK.IND COMO AJUSTE, CON EL MOTIVO Y EL   ***
      *** SUPERVISOR QUE LO HIZO (USSUP EN USUARIOS.IND, VIA       ***
      *** QUIENSOY)                                                ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

           SELECT ARTICULOS ASSIGN TO DISK "ARTICULO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATCOD
           FILE STATUS IS FSTART.

           SELECT STOCK ASSIGN TO DISK "STOCK.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SKCLAVE
           FILE STATUS IS FSTSTK.

           SELECT MOVSTOCK ASSIGN TO DISK "MOVSTK.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MKCLAVE
           FILE STATUS IS FSTMSK.

       DATA DIVISION.
       FILE SECTION.
        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

        FD ARTICULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-ART.

         COPY ARTICULO.

        FD STOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-STK.

         COPY STOCK.

        FD MOVSTOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS R-MSK.

         COPY MOVSTK.

       WORKING-STORAGE SECTION.
       77 FSTSUC              PIC XX.
       77 FSTART              PIC XX.
       77 FSTSTK              PIC XX.
       77 FSTMSK              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       77 SW-STK              PIC X.
       77 SW-FIN-MSK          PIC X.
       77 ENT-ART             PIC 9(06).
       77 ENT-SUC             PIC 9(3).
       77 ENT-CONT            PIC 9(06).
       77 ENT-MOT             PIC X(20).
       77 WACT                PIC 9(06).
       77 WDIF                PIC S9(06).
       77 WSEC-MSK            PIC 9(03).
       77 CANT-ED             PIC ZZZ.ZZ9.
       77 DIF-ED              PIC -ZZZ.ZZ9.
       77 CANT-AJUSTES        PIC 9(04) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "AJUSTK: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GOBACK
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "AJUSTK: SOLO PARA SUPERVISORES"
              GOBACK
           END-IF.
           OPEN INPUT ARTICULOS.
           IF FSTART NOT = "00"
              DISPLAY "AJUSTK: ARTICULO.IND NO ENCONTRADO (FST="
                 FSTART ")"
              GOBACK
           END-IF.
           OPEN INPUT MAESUC.
           OPEN I-O STOCK.
           IF FSTSTK NOT = "00"
              OPEN OUTPUT STOCK
              CLOSE STOCK
              OPEN I-O STOCK
           END-IF.
           OPEN I-O MOVSTOCK.
           IF FSTMSK NOT = "00"
              OPEN OUTPUT MOVSTOCK
              CLOSE MOVSTOCK
              OPEN I-O MOVSTOCK
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-AJUSTE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "AJUSTE DE INVENTARIO" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SUPERVISOR: " LINE 03 POSITION 05.
           DISPLAY QS-NOM LINE 03 POSITION 17.
           DISPLAY "ARTICULO (0 = FIN): " LINE 05 POSITION 05.
           ACCEPT ENT-ART LINE 05 POSITION 26.
           IF ENT-ART IS NOT NUMERIC
              MOVE 0 TO ENT-ART
           END-IF.
           IF ENT-ART = 0
              GO TO FIN
           END-IF.
           MOVE ENT-ART TO ATCOD.
           READ ARTICULOS KEY IS ATCOD
              INVALID KEY
                 DISPLAY "ARTICULO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-AJUSTE
           END-READ.
           DISPLAY ATDES LINE 05 POSITION 35.
           DISPLAY "SUCURSAL          : " LINE 06 POSITION 05.
           ACCEPT ENT-SUC LINE 06 POSITION 26.
           IF ENT-SUC IS NOT NUMERIC
              MOVE 0 TO ENT-SUC
           END-IF.
           MOVE ENT-SUC TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY
                 DISPLAY "SUCURSAL INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-AJUSTE
           END-READ.
           DISPLAY MDSUC LINE 06 POSITION 35.
           MOVE ENT-ART TO SKART.
           MOVE ENT-SUC TO SKSUC.
           MOVE "S" TO SW-STK.
           READ STOCK KEY IS SKCLAVE
              INVALID KEY
                 MOVE "N" TO SW-STK
                 MOVE 0 TO SKCANT
           END-READ.
           MOVE SKCANT TO WACT.
           MOVE WACT TO CANT-ED.
           DISPLAY "STOCK DEL SISTEMA : " LINE 08 POSITION 05.
           DISPLAY CANT-ED LINE 08 POSITION 26.
           DISPLAY "CANTIDAD CONTADA  : " LINE 09 POSITION 05.
           ACCEPT ENT-CONT LINE 09 POSITION 26.
           IF ENT-CONT IS NOT NUMERIC
              DISPLAY "CANTIDAD INVALIDA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-AJUSTE
           END-IF.
           COMPUTE WDIF = ENT-CONT - WACT.
           IF WDIF = 0
              DISPLAY "SIN DIFERENCIA - NO HAY NADA QUE AJUSTAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-AJUSTE
           END-IF.
           MOVE WDIF TO DIF-ED.
           DISPLAY "DIFERENCIA        : " LINE 10 POSITION 05.
           DISPLAY DIF-ED LINE 10 POSITION 25.
      *-- EL MOTIVO ES OBLIGATORIO: QUEDA EN EL MOVIMIENTO ---------*
           DISPLAY "MOTIVO            : " LINE 12 POSITION 05.
           ACCEPT ENT-MOT LINE 12 POSITION 26.
           IF ENT-MOT = SPACES
              DISPLAY "FALTA EL MOTIVO DEL AJUSTE - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-AJUSTE
           END-IF.
           DISPLAY "CONFIRMA EL AJUSTE (S/N) ? " LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 33.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-AJUSTE
           END-IF.
           MOVE ENT-ART TO SKART.
           MOVE ENT-SUC TO SKSUC.
           MOVE ENT-CONT TO SKCANT.
           IF SW-STK = "S"
              REWRITE R-STK
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-STK
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           PERFORM GRABAR-MOVSTK.
           ADD 1 TO CANT-AJUSTES.
           DISPLAY "AJUSTE GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-AJUSTE.

       GRABAR-MOVSTK.
           MOVE 0 TO WSEC-MSK.
           MOVE "N" TO SW-FIN-MSK.
           MOVE ENT-ART TO MKART.
           MOVE WFECHA-HOY TO MKFECHA.
           MOVE 0 TO MKSEC.
           START MOVSTOCK KEY IS NOT LESS THAN MKCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MSK
           END-START.
           PERFORM BUSCAR-ULTIMA-MSK THRU F-BUSCAR-ULTIMA-MSK
              UNTIL SW-FIN-MSK = "S".
           MOVE ENT-ART TO MKART.
           MOVE WFECHA-HOY TO MKFECHA.
           COMPUTE MKSEC = WSEC-MSK + 1.
           MOVE ENT-SUC TO MKSUC.
           MOVE "A" TO MKTIP.
           MOVE WDIF TO MKCANT.
           MOVE ATCOS TO MKCOS.
           MOVE 0 TO MKFAC.
           MOVE 0 TO MKPROV MKPFECHA MKPSEC.
           MOVE QS-OPER TO MKOPE.
           MOVE ENT-MOT TO MKMOT.
           WRITE R-MSK
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR MOVIMIENTO (FST=" FSTMSK ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

       BUSCAR-ULTIMA-MSK.
           READ MOVSTOCK NEXT RECORD
              AT END MOVE "S" TO SW-FIN-MSK
           END-READ.
           IF SW-FIN-MSK = "N"
              IF MKART = ENT-ART AND MKFECHA = WFECHA-HOY
                 MOVE MKSEC TO WSEC-MSK
              ELSE
                 MOVE "S" TO SW-FIN-MSK
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-MSK.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "AJUSTK: AJUSTES GRABADOS = " CANT-AJUSTES
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE MAESUC ARTICULOS STOCK MOVSTOCK.
           EXIT PROGRAM.
