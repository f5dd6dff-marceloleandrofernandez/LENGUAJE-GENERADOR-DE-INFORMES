      *** CONVCCP - CONVERSION DE MOVPROV.IND: AGREGA EL           ***
      *** VENCIMIENTO (MPVTO) Y EL SALDO POR PARTIDA (MPSDO) AL    ***
      *** FINAL DEL REGISTRO (108 -> 123 BYTES) Y ARMA IMPPRV.IND  ***
      *** - PRIMERO COPIA EL ARCHIVO: LAS FACTURAS VENCEN A LA     ***
      *** FECHA DE CARGA MAS EL PLAZO DE PROVEEDORES (PARAMETRO    ***
      *** PLAZOPRV, 30 DIAS POR DEFECTO, CORRIDO A HABIL POR       ***
      *** CALCVTO) CON MPSDO = MPIMP; LAS ORDENES DE PAGO Y NOTAS  ***
      *** DE CREDITO ARRANCAN CON TODO SIN IMPUTAR - DESPUES, POR  ***
      *** CADA PROVEEDOR, IMPUTA LOS PAGOS EN ORDEN DE FECHA       ***
      *** CONTRA LAS FACTURAS MAS VIEJAS, COMO CONVSDO HIZO CON    ***
      *** LOS CLIENTES - CORRER UNA SOLA VEZ, DESPUES DE CONVPRV   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCCP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT DE MOVPROV.IND QUE DEJA CONVPRV (108 BYTES) ----*
           SELECT MPV-VIEJO ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MPCLAVE-V
           FILE STATUS IS FSTMPO.

           SELECT MPV-NUEVO ASSIGN TO DISK "MOVPROV.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPN.

           SELECT IMPUTACIONES ASSIGN TO DISK "IMPPRV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IPCLAVE
           ALTERNATE RECORD KEY IS IPFACT DUPLICATES
           FILE STATUS IS FSTIPV.

       DATA DIVISION.
       FILE SECTION.
       FD MPV-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-MPV-V.
       01 R-MPV-V.
            02 MPCLAVE-V.
               03 MPPROV-V   PIC 9(05).
               03 MPFECHA-V  PIC 9(08).
               03 MPSEC-V    PIC 9(03).
            02 MPTIP-V       PIC 9.
            02 FILLER        PIC X(25).
            02 MPCTIPO-V     PIC X(03).
            02 FILLER        PIC X(63).

      *-- LAYOUT INTERMEDIO (SIN RUBRO DE GASTO; EL PASE 123 ->   --*
      *-- 126 LO HACE CONVRUB, QUE ESPERA ESTE REGISTRO DE 123    --*
      *-- COMO ENTRADA) ------------------------------------------*
       FD MPV-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD IS R-MPV.
       01  R-MPV.
            02 MPCLAVE.
               03 MPPROV   PIC 9(05).
               03 MPFECHA.
                  04 MPAA  PIC 9(4).
                  04 MPMM  PIC 9(2).
                  04 MPDD  PIC 9(2).
               03 MPSEC    PIC 9(03).
            02 MPTIP       PIC 9.
               88 PRV-FACTURA     VALUE 1.
               88 PRV-ORDEN-PAGO  VALUE 2.
               88 PRV-EGRESO-CAJA VALUE 3.
            02 MPCOMP      PIC X(12).
            02 MPIMP       PIC 9(05)V99.
            02 MPSUC       PIC 9(3).
            02 MPOPE       PIC X(03).
            02 MPCTIPO     PIC X(03).
               88 PRV-LETRA-A       VALUE "FCA" "NDA" "NCA".
               88 PRV-NOTA-CREDITO  VALUE "NCA" "NCB" "NCC".
            02 MPNG21      PIC 9(05)V99.
            02 MPIVA21     PIC 9(05)V99.
            02 MPNG105     PIC 9(05)V99.
            02 MPIVA105    PIC 9(05)V99.
            02 MPNG27      PIC 9(05)V99.
            02 MPIVA27     PIC 9(05)V99.
            02 MPNOGR      PIC 9(05)V99.
            02 MPPERIVA    PIC 9(05)V99.
            02 MPPERIB     PIC 9(05)V99.
            02 MPVTO       PIC 9(8).
            02 MPSDO       PIC 9(05)V99.

       FD IMPUTACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-IPV.

         COPY IMPPRV.

       WORKING-STORAGE SECTION.
       77 FSTMPO   PIC XX.
       77 FSTMPN   PIC XX.
       77 FSTIPV   PIC XX.
       77 CANTMPV  PIC 9(9) VALUE 0.
       77 CANTPRV  PIC 9(9) VALUE 0.
       77 CANTIMP  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- VENCIMIENTO CORRIDO A HABIL (VER CALCVTO) ----------------*
       77 VTO-BASE            PIC 9(8).
       77 VTO-PLAZO           PIC 9(3) VALUE 30.
       77 VTO-RESULT          PIC 9(8).

      *-- FACTURAS Y PAGOS DEL PROVEEDOR EN CURSO, EN ORDEN DE -----*
      *-- FECHA (EL ORDEN DE LA CLAVE) -----------------------------*
       77 WPROV-TRAB          PIC 9(05).
       77 FAC-CANT            PIC 9(03) VALUE 0.
       77 FAC-POS             PIC 9(03) VALUE 0.
       01 TABLA-FACTURAS.
          02 TFAC-ELEM OCCURS 200 TIMES.
             03 TFAC-CLAVE    PIC X(16).
             03 TFAC-SDO      PIC 9(05)V99.
             03 TFAC-ORIG     PIC 9(05)V99.
       77 PAG-CANT            PIC 9(03) VALUE 0.
       77 PAG-POS             PIC 9(03) VALUE 0.
       01 TABLA-PAGOS.
          02 TPAG-ELEM OCCURS 200 TIMES.
             03 TPAG-CLAVE    PIC X(16).
             03 TPAG-FECHA    PIC 9(08).
             03 TPAG-SDO      PIC 9(05)V99.
             03 TPAG-ORIG     PIC 9(05)V99.
             03 TPAG-SEC      PIC 9(03).
       77 IMPUTA              PIC 9(05)V99 VALUE 0.
       77 SW-FIN              PIC X.
       77 SW-HUBO-DESB        PIC X VALUE "N".

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           MOVE "PLAZOPRV" TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0
              MOVE PAR-VALOR TO VTO-PLAZO
           END-IF.
           PERFORM COPIAR-ARCHIVO THRU F-COPIAR-ARCHIVO.
           PERFORM IMPUTAR-PAGOS-VIEJOS THRU F-IMPUTAR-PAGOS-VIEJOS.
           DISPLAY "CONVCCP: MOVPROV.IND CONVERTIDOS = " CANTMPV.
           DISPLAY "CONVCCP: PROVEEDORES IMPUTADOS   = " CANTPRV.
           DISPLAY "CONVCCP: IMPUTACIONES GRABADAS   = " CANTIMP.
           IF SW-HUBO-DESB = "S"
              DISPLAY "CONVCCP: PROVEEDORES CON MAS DE 200 FACTURAS "
                 "O PAGOS - IMPUTACION PARCIAL, VERIFIQUE"
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE MOVPROV.IND CON VENCIMIENTO Y SALDO        --*
      *-----------------------------------------------------------*
       COPIAR-ARCHIVO.
           OPEN INPUT MPV-VIEJO.
           IF FSTMPO NOT = "00"
              DISPLAY "CONVCCP: NO EXISTE MOVPROV.IND"
              GO TO F-COPIAR-ARCHIVO
           END-IF.
           OPEN OUTPUT MPV-NUEVO.
           READ MPV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTMPO.
           PERFORM MOVER-MPV THRU F-MOVER-MPV UNTIL FSTMPO = "10".
           CLOSE MPV-VIEJO MPV-NUEVO.
           MOVE "MOVPROV.IND" TO NOMBREV.
           MOVE "MOVPROV.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-COPIAR-ARCHIVO.
           EXIT.

       MOVER-MPV.
           MOVE SPACES TO R-MPV.
           MOVE R-MPV-V TO R-MPV(1:108).
           MOVE MPFECHA-V TO MPVTO.
           MOVE 0 TO MPSDO.
           IF MPTIP-V = 1 OR MPTIP-V = 2
              MOVE MPIMP TO MPSDO
           END-IF.
           IF MPTIP-V = 1 AND NOT PRV-NOTA-CREDITO
              MOVE MPFECHA-V TO VTO-BASE
              CALL   "CALCVTO" USING VTO-BASE VTO-PLAZO VTO-RESULT
              CANCEL "CALCVTO"
              MOVE VTO-RESULT TO MPVTO
           END-IF.
           WRITE R-MPV.
           ADD 1 TO CANTMPV.
           READ MPV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTMPO.
       F-MOVER-MPV.
           EXIT.

      *-----------------------------------------------------------*
      *-- SEGUNDA PASADA: POR CADA PROVEEDOR, CADA PAGO (ORDEN DE--*
      *-- PAGO O NOTA DE CREDITO) CANCELA LAS FACTURAS EMPEZANDO --*
      *-- POR LA MAS VIEJA Y DEJA SU RENGLON EN IMPPRV.IND - LO  --*
      *-- QUE SOBRA QUEDA A CUENTA EN EL MPSDO DEL PAGO          --*
      *-----------------------------------------------------------*
       IMPUTAR-PAGOS-VIEJOS.
           OPEN I-O MPV-NUEVO.
           IF FSTMPN NOT = "00"
              DISPLAY "CONVCCP: NO SE PUDO REABRIR MOVPROV.IND (FST="
                 FSTMPN ")"
              GO TO F-IMPUTAR-PAGOS-VIEJOS
           END-IF.
           OPEN OUTPUT IMPUTACIONES.
           MOVE 0 TO MPPROV MPFECHA MPSEC.
           START MPV-NUEVO KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "10" TO FSTMPN
           END-START.
           PERFORM TRATAR-PROVEEDOR THRU F-TRATAR-PROVEEDOR
              UNTIL FSTMPN = "10".
           CLOSE MPV-NUEVO IMPUTACIONES.
       F-IMPUTAR-PAGOS-VIEJOS.
           EXIT.

      *-- JUNTA LOS COMPROBANTES DEL PROXIMO PROVEEDOR Y DESPUES ---*
      *-- IMPUTA Y REGRABA LOS QUE CAMBIAN -------------------------*
       TRATAR-PROVEEDOR.
           READ MPV-NUEVO NEXT RECORD AT END MOVE "10" TO FSTMPN.
           IF FSTMPN = "10"
              GO TO F-TRATAR-PROVEEDOR
           END-IF.
           MOVE MPPROV TO WPROV-TRAB.
           MOVE 0 TO FAC-CANT PAG-CANT.
           MOVE "N" TO SW-FIN.
           PERFORM JUNTAR-COMPROBANTE.
           PERFORM LEER-SIGUIENTE THRU F-LEER-SIGUIENTE
              UNTIL SW-FIN = "S".
           MOVE 1 TO PAG-POS.
           MOVE 1 TO FAC-POS.
           PERFORM IMPUTAR-UN-PAGO THRU F-IMPUTAR-UN-PAGO
              UNTIL PAG-POS > PAG-CANT OR FAC-POS > FAC-CANT.
           PERFORM REGRABAR-PARTIDAS.
           ADD 1 TO CANTPRV.
      *-- LOS REWRITE MOVIERON EL PUNTERO: SE REPOSICIONA EN EL ----*
      *-- PRIMER COMPROBANTE DEL PROVEEDOR SIGUIENTE ---------------*
           IF WPROV-TRAB = 99999
              MOVE "10" TO FSTMPN
              GO TO F-TRATAR-PROVEEDOR
           END-IF.
           COMPUTE MPPROV = WPROV-TRAB + 1.
           MOVE 0 TO MPFECHA MPSEC.
           START MPV-NUEVO KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "10" TO FSTMPN
           END-START.
       F-TRATAR-PROVEEDOR.
           EXIT.

       LEER-SIGUIENTE.
           READ MPV-NUEVO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF MPPROV NOT = WPROV-TRAB
                 MOVE "S" TO SW-FIN
              ELSE
                 PERFORM JUNTAR-COMPROBANTE
              END-IF
           END-IF.
       F-LEER-SIGUIENTE.
           EXIT.

       JUNTAR-COMPROBANTE.
           IF (PRV-FACTURA AND PRV-NOTA-CREDITO) OR PRV-ORDEN-PAGO
              IF PAG-CANT = 200
                 MOVE "S" TO SW-HUBO-DESB
              ELSE
                 ADD 1 TO PAG-CANT
                 MOVE MPCLAVE TO TPAG-CLAVE(PAG-CANT)
                 MOVE MPFECHA TO TPAG-FECHA(PAG-CANT)
                 MOVE MPSDO TO TPAG-SDO(PAG-CANT)
                 MOVE MPSDO TO TPAG-ORIG(PAG-CANT)
                 MOVE 0 TO TPAG-SEC(PAG-CANT)
              END-IF
           ELSE
              IF PRV-FACTURA
                 IF FAC-CANT = 200
                    MOVE "S" TO SW-HUBO-DESB
                 ELSE
                    ADD 1 TO FAC-CANT
                    MOVE MPCLAVE TO TFAC-CLAVE(FAC-CANT)
                    MOVE MPSDO TO TFAC-SDO(FAC-CANT)
                    MOVE MPSDO TO TFAC-ORIG(FAC-CANT)
                 END-IF
              END-IF
           END-IF.

      *-- EL PAGO EN CURSO CANCELA LA PRIMERA FACTURA ABIERTA; SI --*
      *-- SE AGOTA PASA AL PAGO SIGUIENTE, SI SE CANCELA LA -------*
      *-- FACTURA PASA A LA SIGUIENTE ------------------------------*
       IMPUTAR-UN-PAGO.
           IF TPAG-SDO(PAG-POS) = 0
              ADD 1 TO PAG-POS
              GO TO F-IMPUTAR-UN-PAGO
           END-IF.
           IF TFAC-SDO(FAC-POS) = 0
              ADD 1 TO FAC-POS
              GO TO F-IMPUTAR-UN-PAGO
           END-IF.
           IF TFAC-SDO(FAC-POS) < TPAG-SDO(PAG-POS)
              MOVE TFAC-SDO(FAC-POS) TO IMPUTA
           ELSE
              MOVE TPAG-SDO(PAG-POS) TO IMPUTA
           END-IF.
           SUBTRACT IMPUTA FROM TFAC-SDO(FAC-POS).
           SUBTRACT IMPUTA FROM TPAG-SDO(PAG-POS).
           ADD 1 TO TPAG-SEC(PAG-POS).
           MOVE TPAG-CLAVE(PAG-POS) TO IPPAGO.
           MOVE TPAG-SEC(PAG-POS) TO IPSEC.
           MOVE TFAC-CLAVE(FAC-POS) TO IPFACT.
           MOVE IMPUTA TO IPIMP.
           MOVE TPAG-FECHA(PAG-POS) TO IPFECHA.
           WRITE R-IPV
              INVALID KEY
                 DISPLAY "CONVCCP: IMPUTACION DUPLICADA - " IPCLAVE
              NOT INVALID KEY
                 ADD 1 TO CANTIMP
           END-WRITE.
       F-IMPUTAR-UN-PAGO.
           EXIT.

       REGRABAR-PARTIDAS.
           MOVE 1 TO FAC-POS.
           PERFORM REGRABAR-FACTURA UNTIL FAC-POS > FAC-CANT.
           MOVE 1 TO PAG-POS.
           PERFORM REGRABAR-PAGO UNTIL PAG-POS > PAG-CANT.

       REGRABAR-FACTURA.
           IF TFAC-SDO(FAC-POS) NOT = TFAC-ORIG(FAC-POS)
              MOVE TFAC-CLAVE(FAC-POS) TO MPCLAVE
              READ MPV-NUEVO KEY IS MPCLAVE
                 INVALID KEY
                    DISPLAY "CONVCCP: FACTURA NO RELEIDA - " MPCLAVE
                 NOT INVALID KEY
                    MOVE TFAC-SDO(FAC-POS) TO MPSDO
                    REWRITE R-MPV
              END-READ
           END-IF.
           ADD 1 TO FAC-POS.

       REGRABAR-PAGO.
           IF TPAG-SDO(PAG-POS) NOT = TPAG-ORIG(PAG-POS)
              MOVE TPAG-CLAVE(PAG-POS) TO MPCLAVE
              READ MPV-NUEVO KEY IS MPCLAVE
                 INVALID KEY
                    DISPLAY "CONVCCP: PAGO NO RELEIDO - " MPCLAVE
                 NOT INVALID KEY
                    MOVE TPAG-SDO(PAG-POS) TO MPSDO
                    REWRITE R-MPV
              END-READ
           END-IF.
           ADD 1 TO PAG-POS.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
