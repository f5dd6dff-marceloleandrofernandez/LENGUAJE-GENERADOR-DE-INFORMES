      *-- FUSCLI - FUSION SUPERVISADA DE CLIENTES DUPLICADOS ------*
      *-- SOLO PARA SUPERVISORES (VER QUIENSOY): SE INDICA LA     --*
      *-- CUENTA DUPLICADA Y LA QUE SOBREVIVE (LAS SUGIERE DUPCLI)-*
      *-- Y SE TRASLADA A LA SOBREVIVIENTE TODA LA CUENTA         --*
      *-- CORRIENTE DEL DUPLICADO: MOVIMIENTOS (MOVPER.IND),      --*
      *-- RECIBOS, FACTURAS, NOTAS DE CREDITO Y DEBITO, CHEQUES,  --*
      *-- PLANES DE PAGO, GESTIONES DE COBRANZA, ABONOS,          --*
      *-- RECLAMOS, SERVICIOS FACTURADOS (SRVFAC.IND), LAS        --*
      *-- MATRICULAS DE LA REINSCRIPCION (REINSC.IND), LOS        --*
      *-- PRESUPUESTOS (PRESCLI.IND), LA ASIGNACION AL COBRADOR   --*
      *-- (CARTCOB.IND) Y LOS VINCULOS CON ALUMNOS, FAMILIAS Y    --*
      *-- GRUPOS                                                  --*
      *-- LOS MOVIMIENTOS CONSERVAN FECHA Y SECUENCIA SI LA CLAVE --*
      *-- ESTA LIBRE EN LA SOBREVIVIENTE; SI NO, TOMAN LA ULTIMA  --*
      *-- SECUENCIA DEL DIA + 1 Y LAS NOTAS, RECLAMOS, SERVICIOS  --*
      *-- Y MATRICULAS QUE LOS APUNTABAN SE CORRIGEN CON LA TABLA --*
      *-- DE RENUMERACION                                         --*
      *-- EL SALDO DE LA SOBREVIVIENTE SE RECALCULA DESDE SUS     --*
      *-- MOVIMIENTOS APLICADOS Y EL DUPLICADO SE DA DE BAJA;     --*
      *-- AMBAS OPERACIONES QUEDAN EN AUDITPER.LOG Y CADA         --*
      *-- ESCRITURA EN EL DIARIO DE IMAGENES (GRABJRNP)           --*
      *-- NO SE FUSIONA CON MOVIMIENTOS PENDIENTES O RETENIDOS EN --*
      *-- EL DUPLICADO (PRIMERO APLIMOV / APRMOV), NI ENTRE       --*
      *-- CUENTAS DE DISTINTA MONEDA O PASADAS A INCOBRABLES, NI  --*
      *-- CON EL DUPLICADO DERIVADO A UNA AGENCIA (VER DERIVIG)   --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSCLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT COBRANZAS ASSIGN TO DISK "COBRANZA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBNRO
           FILE STATUS IS FSTCOB.

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

           SELECT CHEQUES ASSIGN TO DISK "CHEQUES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

           SELECT PLANES ASSIGN TO DISK "PLANPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLNRO
           ALTERNATE RECORD KEY IS PLCA DUPLICATES
           FILE STATUS IS FSTPLA.

           SELECT GESTIONES ASSIGN TO DISK "GESTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GCCLAVE
           FILE STATUS IS FSTGES.

           SELECT VINCULOS ASSIGN TO DISK "ALUPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APALU
           ALTERNATE RECORD KEY IS APCA DUPLICATES
           FILE STATUS IS FSTAPG.

           SELECT FAMILIAS ASSIGN TO DISK "FAMILIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FMCLAVE
           ALTERNATE RECORD KEY IS FMALU DUPLICATES
           FILE STATUS IS FSTFAM.

           SELECT GRUPOS ASSIGN TO DISK "GRUPOCLI.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GRCLAVE
           ALTERNATE RECORD KEY IS GRCA DUPLICATES
           FILE STATUS IS FSTGRU.

           SELECT CONTRATOS ASSIGN TO DISK "CONTRATO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABCLAVE
           FILE STATUS IS FSTABO.

           SELECT RECLAMOS ASSIGN TO DISK "RECLAMOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RLNRO
           ALTERNATE RECORD KEY IS RLCA DUPLICATES
           FILE STATUS IS FSTRCL.

           SELECT SRV-FACTURADOS ASSIGN TO DISK "SRVFAC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SFCLAVE
           FILE STATUS IS FSTSFC.

           SELECT REINSCRIP ASSIGN TO DISK "REINSC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RICLAVE
           ALTERNATE RECORD KEY IS RIPARTIDA DUPLICATES
           FILE STATUS IS FSTREI.

           SELECT PRESUPUESTOS ASSIGN TO DISK "PRESCLI.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QCNRO
           FILE STATUS IS FSTPRC.

           SELECT CARTERA ASSIGN TO DISK "CARTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CACLAVE
           FILE STATUS IS FSTCAR.

           SELECT AUDITORIA ASSIGN TO DISK "AUDITPER.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

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

        FD COBRANZAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-COB.

         COPY COBRANZA.

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

        FD PLANES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS R-PLA.

         COPY PLANPAG.

        FD GESTIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-GES.

         COPY GESTCOB.

        FD VINCULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-APG.

         COPY ALUPAG.

        FD FAMILIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-FAM.

         COPY FAMILIA.

        FD GRUPOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS R-GRU.

         COPY GRUPOCLI.

        FD CONTRATOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-ABO.

         COPY CONTRATO.

        FD RECLAMOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS
           DATA RECORD IS R-RCL.

         COPY RECLAMO.

        FD SRV-FACTURADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS R-SFC.

         COPY SRVFAC.

        FD REINSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-REI.

         COPY REINSC.

        FD PRESUPUESTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS R-PRC.

         COPY PRESCAB.

        FD CARTERA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-CAR.

         COPY CARTCOB.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUDITORIA.

         01 R-AUDITORIA             PIC X(112).

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
      *-- CADA ESCRITURA CONFIRMADA DEJA SU RENGLON PARA QUE ------*
      *-- RECUPPLA PUEDA REHACER EL DIA SOBRE UNA COPIA ------------*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTCOB              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTNOT              PIC XX.
       77 FSTCHQ              PIC XX.
       77 FSTPLA              PIC XX.
       77 FSTGES              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTFAM              PIC XX.
       77 FSTGRU              PIC XX.
       77 FSTABO              PIC XX.
       77 FSTRCL              PIC XX.
       77 FSTSFC              PIC XX.
       77 FSTREI              PIC XX.
       77 FSTPRC              PIC XX.
       77 FSTCAR              PIC XX.
       77 FSTAUD              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 WCA-B               PIC 9(8).
       77 CANT-FUS            PIC 9(4) VALUE 0.
       77 SW-FIN              PIC X.
       77 SW-ERROR            PIC X.
       77 SW-HALLADO          PIC X.
       77 SW-FIN-SEC          PIC X.
       77 WSEC-ULT            PIC 9(3).
       77 WGES-ULT            PIC 9(2).
       77 WABO-ULT            PIC 9(2).
       77 CANT-PEND           PIC 9(5).
       77 SALDO-TRAB          PIC S9(07)V99.
       77 SALDO-ED            PIC ZZ.ZZ9,99.
       77 WSALDO-ANT          PIC 9(05)V99.
       77 WTS                 PIC X.
      *-- DERIVACION VIGENTE DE LA CUENTA (VER DERIVIG) -----------*
       77 DRV-CA              PIC 9(08).
       77 DRV-AGE             PIC 9(03).
       77 DRV-RES             PIC X.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.

      *-- LAS DOS CUENTAS DE LA FUSION --*
       01 CUENTA-DUPLICADA.
          02 DUP-CA           PIC 9(8).
          02 DUP-AN           PIC X(30).
          02 DUP-CUIT         PIC 9(11).
          02 DUP-PSA          PIC 9(05)V99.
          02 DUP-PSU          PIC 9(3).
          02 DUP-PMON         PIC 9.
       01 CUENTA-SOBREVIVIENTE.
          02 SOB-CA           PIC 9(8).
          02 SOB-AN           PIC X(30).
          02 SOB-CUIT         PIC 9(11).

      *-- REGISTROS EN TRASLADO: EL DEL DUPLICADO SE GUARDA ANTES -*
      *-- DE GRABAR EL DE LA SOBREVIVIENTE Y DE BORRAR EL VIEJO ---*
       01 MOV-VIEJO           PIC X(66).
       01 GES-VIEJO           PIC X(59).
       01 ABO-VIEJO           PIC X(73).
       01 GRU-VIEJO           PIC X(51).
       01 CAR-VIEJO           PIC X(23).
       01 CLAVE-MOV-VIEJA.
          02 CMV-FECHA        PIC 9(8).
          02 CMV-SEC          PIC 9(3).
       77 WSEC-NUEVA          PIC 9(3).

      *-- MOVIMIENTOS QUE CAMBIARON DE SECUENCIA AL PASAR A LA ----*
      *-- SOBREVIVIENTE (PARA CORREGIR NOTAS Y RECLAMOS) -----------*
       77 CANT-RENUM          PIC 9(4).
       77 IND-RN              PIC 9(4).
       77 MAX-MOV-DUP         PIC 9(4) VALUE 3000.
       01 TABLA-RENUM.
          02 RENUM OCCURS 3000 TIMES.
             03 RN-FECHA      PIC 9(8).
             03 RN-VIEJA      PIC 9(3).
             03 RN-NUEVA      PIC 9(3).
       01 BUSCA-RENUM.
          02 BR-FECHA         PIC 9(8).
          02 BR-SEC           PIC 9(3).

      *-- CANTIDADES TRASLADADAS POR ARCHIVO --*
       01 CANTIDADES.
          02 CANT-MOV         PIC 9(5).
          02 CANT-COB         PIC 9(5).
          02 CANT-FAC         PIC 9(5).
          02 CANT-NOT         PIC 9(5).
          02 CANT-CHQ         PIC 9(5).
          02 CANT-PLA         PIC 9(5).
          02 CANT-GES         PIC 9(5).
          02 CANT-APG         PIC 9(5).
          02 CANT-FAM         PIC 9(5).
          02 CANT-GRU         PIC 9(5).
          02 CANT-ABO         PIC 9(5).
          02 CANT-RCL         PIC 9(5).
          02 CANT-SFC         PIC 9(5).
          02 CANT-REI         PIC 9(5).
          02 CANT-PRC         PIC 9(5).
          02 CANT-CAR         PIC 9(5).

      *-- LINEA DEL AUDITPER.LOG: EN LA FUSION EL CAMPO DE NOMBRE -*
      *-- NUEVO LLEVA LA OTRA CUENTA DE LA OPERACION ---------------*
       COPY AUDITPER.
       01 NOTA-FUSION.
          02 NF-TEXTO         PIC X(14).
          02 NF-CA            PIC 9(8).
          02 FILLER           PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "FUSCLI: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GOBACK
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "FUSCLI: SOLO PARA SUPERVISORES"
              GOBACK
           END-IF.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "FUSCLI: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GOBACK
           END-IF.
           OPEN I-O MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              DISPLAY "FUSCLI: MOVPER.IND NO ENCONTRADA (FST="
                 FSTMOV ")"
              CLOSE PERSONA
              GOBACK
           END-IF.

       PEDIR-CUENTAS.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FUSION DE CLIENTES DUPLICADOS" LINE 02 POSITION 26
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CUENTA DUPLICADA, SE DA DE BAJA (0 = FIN): "
              LINE 04 POSITION 05.
           ACCEPT WCA-B LINE 04 POSITION 49.
           IF WCA-B IS NOT NUMERIC
              MOVE 0 TO WCA-B
           END-IF.
           IF WCA-B = 0
              GO TO FIN
           END-IF.
           MOVE WCA-B TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CUENTAS
           END-READ.
           IF PER-INCOBRABLE
              DISPLAY "CUENTA PASADA A INCOBRABLES - NO SE FUSIONA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
      *-- LA DERIVACION ACTIVA ESTA A NOMBRE DEL DUPLICADO Y LA ---*
      *-- AGENCIA RINDE CONTRA ESA CUENTA: PRIMERO SE RETIRA ------*
           MOVE PCA TO DRV-CA.
           CALL   "DERIVIG" USING DRV-CA DRV-AGE DRV-RES
           CANCEL "DERIVIG".
           IF DRV-RES = "S"
              DISPLAY "CUENTA DERIVADA A LA AGENCIA " DRV-AGE
                 " - RETIRELA CON DERIVAR ANTES DE FUSIONAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
           MOVE PCA TO DUP-CA.
           MOVE PAN TO DUP-AN.
           MOVE PCUIT TO DUP-CUIT.
           MOVE PSA TO DUP-PSA.
           MOVE PSU TO DUP-PSU.
           MOVE PMON TO DUP-PMON.
           PERFORM MOSTRAR-CUENTA.
           DISPLAY PAN LINE 05 POSITION 05.
           DISPLAY "CUIT " LINE 06 POSITION 05.
           DISPLAY PCUIT LINE 06 POSITION 10.
           DISPLAY "SUC " LINE 06 POSITION 23.
           DISPLAY PSU LINE 06 POSITION 27.
           DISPLAY "SALDO " LINE 06 POSITION 32.
           DISPLAY SALDO-ED LINE 06 POSITION 38.
           DISPLAY WTS LINE 06 POSITION 48.

           DISPLAY "CUENTA QUE SOBREVIVE: " LINE 08 POSITION 05.
           ACCEPT WCA-B LINE 08 POSITION 27.
           IF WCA-B IS NOT NUMERIC
              MOVE 0 TO WCA-B
           END-IF.
           IF WCA-B = 0
              GO TO PEDIR-CUENTAS
           END-IF.
           IF WCA-B = DUP-CA
              DISPLAY "LAS DOS CUENTAS DEBEN SER DISTINTAS"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
           MOVE WCA-B TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CUENTAS
           END-READ.
           IF PER-INCOBRABLE
              DISPLAY "CUENTA PASADA A INCOBRABLES - NO SE FUSIONA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
           IF PMON NOT = DUP-PMON
              DISPLAY "LAS CUENTAS SON DE DISTINTA MONEDA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
           MOVE PCA TO SOB-CA.
           MOVE PAN TO SOB-AN.
           MOVE PCUIT TO SOB-CUIT.
           PERFORM MOSTRAR-CUENTA.
           DISPLAY PAN LINE 09 POSITION 05.
           DISPLAY "CUIT " LINE 10 POSITION 05.
           DISPLAY PCUIT LINE 10 POSITION 10.
           DISPLAY "SUC " LINE 10 POSITION 23.
           DISPLAY PSU LINE 10 POSITION 27.
           DISPLAY "SALDO " LINE 10 POSITION 32.
           DISPLAY SALDO-ED LINE 10 POSITION 38.
           DISPLAY WTS LINE 10 POSITION 48.
           IF DUP-CUIT NOT = 0 AND SOB-CUIT NOT = 0
              AND DUP-CUIT NOT = SOB-CUIT
              DISPLAY "ATENCION: LAS CUENTAS TIENEN DISTINTO CUIT"
                 LINE 12 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.

           PERFORM VERIFICAR-DUPLICADO.
           IF CANT-PEND > 0
              DISPLAY "EL DUPLICADO TIENE MOVIMIENTOS SIN APLICAR O "
                 "RETENIDOS - CORRA APLIMOV / APRMOV"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
           IF CANT-MOV > MAX-MOV-DUP
              DISPLAY "EL DUPLICADO TIENE MAS DE 3000 MOVIMIENTOS - "
                 "ARCHIVE CON ARCHMOV"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
           DISPLAY "MOVIMIENTOS A TRASLADAR: " LINE 13 POSITION 05.
           DISPLAY CANT-MOV LINE 13 POSITION 30.
           DISPLAY "CONFIRMA LA FUSION (S/N) ? " LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 33.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CUENTAS
           END-IF.

           INITIALIZE CANTIDADES.
           MOVE 0 TO CANT-RENUM.
           MOVE "N" TO SW-ERROR.
           PERFORM TRASLADAR-MOVIMIENTOS.
           IF SW-ERROR = "S"
              DISPLAY "ERROR AL TRASLADAR MOVIMIENTOS (FST=" FSTMOV
                 ") - NO SE COMPLETA LA FUSION"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CUENTAS
           END-IF.
           PERFORM TRASLADAR-COBRANZAS THRU F-TRASLADAR-COBRANZAS.
           PERFORM TRASLADAR-FACTURAS THRU F-TRASLADAR-FACTURAS.
           PERFORM TRASLADAR-NOTAS THRU F-TRASLADAR-NOTAS.
           PERFORM TRASLADAR-CHEQUES THRU F-TRASLADAR-CHEQUES.
           PERFORM TRASLADAR-PLANES THRU F-TRASLADAR-PLANES.
           PERFORM TRASLADAR-GESTIONES THRU F-TRASLADAR-GESTIONES.
           PERFORM TRASLADAR-CONTRATOS THRU F-TRASLADAR-CONTRATOS.
           PERFORM TRASLADAR-RECLAMOS THRU F-TRASLADAR-RECLAMOS.
           PERFORM TRASLADAR-SERVICIOS THRU F-TRASLADAR-SERVICIOS.
           PERFORM TRASLADAR-MATRICULAS THRU F-TRASLADAR-MATRICULAS.
           PERFORM TRASLADAR-VINCULOS THRU F-TRASLADAR-VINCULOS.
           PERFORM TRASLADAR-FAMILIAS THRU F-TRASLADAR-FAMILIAS.
           PERFORM TRASLADAR-GRUPOS THRU F-TRASLADAR-GRUPOS.
           PERFORM TRASLADAR-PRESUPUESTOS THRU F-TRASLADAR-PRESUPUESTOS.
           PERFORM TRASLADAR-CARTERA THRU F-TRASLADAR-CARTERA.
           PERFORM RECALCULAR-SALDO THRU F-RECALCULAR-SALDO.
           PERFORM BAJA-DUPLICADO THRU F-BAJA-DUPLICADO.
           ADD 1 TO CANT-FUS.
           PERFORM MOSTRAR-RESULTADO.
           DISPLAY "FUSION TERMINADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-CUENTAS.

       MOSTRAR-CUENTA.
           MOVE PSA TO SALDO-ED.
           IF PER-DEBE
              MOVE "D" TO WTS
           ELSE
              MOVE "H" TO WTS
           END-IF.

      *-- CUENTA LOS MOVIMIENTOS DEL DUPLICADO Y LOS QUE TODAVIA --*
      *-- NO TOCARON EL SALDO (PENDIENTES O RETENIDOS) -------------*
       VERIFICAR-DUPLICADO.
           MOVE 0 TO CANT-MOV CANT-PEND.
           MOVE "N" TO SW-FIN.
           MOVE DUP-CA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM CONTAR-MOVIMIENTO THRU F-CONTAR-MOVIMIENTO
              UNTIL SW-FIN = "S".

       CONTAR-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN
           END-READ.
           IF SW-FIN = "S"
              GO TO F-CONTAR-MOVIMIENTO
           END-IF.
           IF MVCA NOT = DUP-CA
              MOVE "S" TO SW-FIN
              GO TO F-CONTAR-MOVIMIENTO
           END-IF.
           ADD 1 TO CANT-MOV.
           IF NOT MOV-APLICADO
              ADD 1 TO CANT-PEND
           END-IF.
       F-CONTAR-MOVIMIENTO.
           EXIT.

      *-- CADA VUELTA TOMA EL PRIMER MOVIMIENTO QUE LE QUEDA AL ---*
      *-- DUPLICADO, LO GRABA EN LA SOBREVIVIENTE Y LO BORRA -------*
       TRASLADAR-MOVIMIENTOS.
           MOVE 0 TO CANT-MOV.
           MOVE "N" TO SW-FIN.
           PERFORM MOVER-MOVIMIENTO THRU F-MOVER-MOVIMIENTO
              UNTIL SW-FIN = "S".

       MOVER-MOVIMIENTO.
           MOVE DUP-CA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-MOVIMIENTO
           END-START.
           READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-MOVIMIENTO
           END-READ.
           IF MVCA NOT = DUP-CA
              MOVE "S" TO SW-FIN
              GO TO F-MOVER-MOVIMIENTO
           END-IF.
           MOVE R-MOV TO MOV-VIEJO.
           MOVE MVFECHA TO CMV-FECHA.
           MOVE MVSEC TO CMV-SEC.
      *-- SI LA CLAVE ESTA LIBRE EN LA SOBREVIVIENTE SE CONSERVA --*
           MOVE SOB-CA TO MVCA.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY MOVE CMV-SEC TO WSEC-NUEVA
              NOT INVALID KEY PERFORM PROXIMA-SEC-MOV
           END-READ.
           MOVE MOV-VIEJO TO R-MOV.
           MOVE SOB-CA TO MVCA.
           MOVE WSEC-NUEVA TO MVSEC.
           WRITE R-MOV
              INVALID KEY
                 MOVE "S" TO SW-ERROR
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-MOVIMIENTO
           END-WRITE.
           MOVE R-MOV TO JRN-IMAGEN.
           MOVE "M" TO JRN-ARCH.
           MOVE "A" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           IF WSEC-NUEVA NOT = CMV-SEC
              ADD 1 TO CANT-RENUM
              MOVE CMV-FECHA TO RN-FECHA(CANT-RENUM)
              MOVE CMV-SEC TO RN-VIEJA(CANT-RENUM)
              MOVE WSEC-NUEVA TO RN-NUEVA(CANT-RENUM)
           END-IF.
           MOVE MOV-VIEJO TO R-MOV.
           DELETE MOVIMIENTOS
              INVALID KEY
                 MOVE "S" TO SW-ERROR
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-MOVIMIENTO
           END-DELETE.
           MOVE MOV-VIEJO TO JRN-IMAGEN.
           MOVE "M" TO JRN-ARCH.
           MOVE "B" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           ADD 1 TO CANT-MOV.
       F-MOVER-MOVIMIENTO.
           EXIT.

      *-- ULTIMA SECUENCIA DE LA SOBREVIVIENTE EN ESA FECHA + 1 ---*
       PROXIMA-SEC-MOV.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE SOB-CA TO MVCA.
           MOVE CMV-FECHA TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           COMPUTE WSEC-NUEVA = WSEC-ULT + 1.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MVCA = SOB-CA AND MVFECHA = CMV-FECHA
                 MOVE MVSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC.
           EXIT.

      *-- DEVUELVE EN BR-SEC LA SECUENCIA NUEVA DEL MOVIMIENTO ----*
      *-- BR-FECHA / BR-SEC SI SE RENUMERO AL TRASLADARLO ----------*
       BUSCAR-RENUM.
           MOVE 1 TO IND-RN.
           MOVE "N" TO SW-HALLADO.
           PERFORM COMPARAR-RENUM THRU F-COMPARAR-RENUM
              UNTIL IND-RN > CANT-RENUM OR SW-HALLADO = "S".

       COMPARAR-RENUM.
           IF RN-FECHA(IND-RN) = BR-FECHA
              AND RN-VIEJA(IND-RN) = BR-SEC
              MOVE RN-NUEVA(IND-RN) TO BR-SEC
              MOVE "S" TO SW-HALLADO
           END-IF.
           ADD 1 TO IND-RN.
       F-COMPARAR-RENUM.
           EXIT.

      *-- RECIBOS: EL NOMBRE DEL RECIBO QUEDA COMO SE EMITIO ------*
       TRASLADAR-COBRANZAS.
           OPEN I-O COBRANZAS.
           IF FSTCOB NOT = "00"
              GO TO F-TRASLADAR-COBRANZAS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-COBRANZA THRU F-REVISAR-COBRANZA
              UNTIL SW-FIN = "S".
           CLOSE COBRANZAS.
       F-TRASLADAR-COBRANZAS.
           EXIT.

       REVISAR-COBRANZA.
           READ COBRANZAS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-COBRANZA
           END-READ.
           IF CBCA NOT = DUP-CA
              GO TO F-REVISAR-COBRANZA
           END-IF.
           MOVE SOB-CA TO CBCA.
           REWRITE R-COB
              INVALID KEY GO TO F-REVISAR-COBRANZA
           END-REWRITE.
           MOVE R-COB TO JRN-IMAGEN.
           MOVE "C" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           ADD 1 TO CANT-COB.
       F-REVISAR-COBRANZA.
           EXIT.

       TRASLADAR-FACTURAS.
           OPEN I-O FACTURAS.
           IF FSTFAC NOT = "00"
              GO TO F-TRASLADAR-FACTURAS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-FACTURA THRU F-REVISAR-FACTURA
              UNTIL SW-FIN = "S".
           CLOSE FACTURAS.
       F-TRASLADAR-FACTURAS.
           EXIT.

       REVISAR-FACTURA.
           READ FACTURAS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-FACTURA
           END-READ.
           IF FCCA NOT = DUP-CA
              GO TO F-REVISAR-FACTURA
           END-IF.
           MOVE SOB-CA TO FCCA.
           REWRITE R-FAC
              NOT INVALID KEY ADD 1 TO CANT-FAC
           END-REWRITE.
       F-REVISAR-FACTURA.
           EXIT.

      *-- NOTAS: ADEMAS DE LA CUENTA SE CORRIGEN EL MOVIMIENTO ----*
      *-- ORIGEN Y EL GENERADO SI CAMBIARON DE SECUENCIA -----------*
       TRASLADAR-NOTAS.
           OPEN I-O NOTAS.
           IF FSTNOT NOT = "00"
              GO TO F-TRASLADAR-NOTAS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-NOTA THRU F-REVISAR-NOTA
              UNTIL SW-FIN = "S".
           CLOSE NOTAS.
       F-TRASLADAR-NOTAS.
           EXIT.

       REVISAR-NOTA.
           READ NOTAS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-NOTA
           END-READ.
           IF NCCA NOT = DUP-CA
              GO TO F-REVISAR-NOTA
           END-IF.
           MOVE SOB-CA TO NCCA.
           IF NCRFECHA NOT = 0
              MOVE NCRFECHA TO BR-FECHA
              MOVE NCRSEC TO BR-SEC
              PERFORM BUSCAR-RENUM
              MOVE BR-SEC TO NCRSEC
           END-IF.
           MOVE NCFECHA TO BR-FECHA.
           MOVE NCMSEC TO BR-SEC.
           PERFORM BUSCAR-RENUM.
           MOVE BR-SEC TO NCMSEC.
           REWRITE R-NOT
              NOT INVALID KEY ADD 1 TO CANT-NOT
           END-REWRITE.
       F-REVISAR-NOTA.
           EXIT.

       TRASLADAR-CHEQUES.
           OPEN I-O CHEQUES.
           IF FSTCHQ NOT = "00"
              GO TO F-TRASLADAR-CHEQUES
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-CHEQUE THRU F-REVISAR-CHEQUE
              UNTIL SW-FIN = "S".
           CLOSE CHEQUES.
       F-TRASLADAR-CHEQUES.
           EXIT.

       REVISAR-CHEQUE.
           READ CHEQUES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-CHEQUE
           END-READ.
           IF CHCA NOT = DUP-CA
              GO TO F-REVISAR-CHEQUE
           END-IF.
           MOVE SOB-CA TO CHCA.
           REWRITE R-CHQ
              NOT INVALID KEY ADD 1 TO CANT-CHQ
           END-REWRITE.
       F-REVISAR-CHEQUE.
           EXIT.

       TRASLADAR-PLANES.
           OPEN I-O PLANES.
           IF FSTPLA NOT = "00"
              GO TO F-TRASLADAR-PLANES
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-PLAN THRU F-REVISAR-PLAN
              UNTIL SW-FIN = "S".
           CLOSE PLANES.
       F-TRASLADAR-PLANES.
           EXIT.

       REVISAR-PLAN.
           READ PLANES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-PLAN
           END-READ.
           IF PLCA NOT = DUP-CA
              GO TO F-REVISAR-PLAN
           END-IF.
           MOVE SOB-CA TO PLCA.
           REWRITE R-PLA
              NOT INVALID KEY ADD 1 TO CANT-PLA
           END-REWRITE.
       F-REVISAR-PLAN.
           EXIT.

      *-- GESTIONES: LA CUENTA ES PARTE DE LA CLAVE; SE GRABAN EN -*
      *-- LA SOBREVIVIENTE CON LA PROXIMA SECUENCIA DEL DIA SI LA --*
      *-- MISMA CLAVE YA ESTA OCUPADA ------------------------------*
       TRASLADAR-GESTIONES.
           OPEN I-O GESTIONES.
           IF FSTGES NOT = "00"
              GO TO F-TRASLADAR-GESTIONES
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM MOVER-GESTION THRU F-MOVER-GESTION
              UNTIL SW-FIN = "S".
           CLOSE GESTIONES.
       F-TRASLADAR-GESTIONES.
           EXIT.

       MOVER-GESTION.
           MOVE DUP-CA TO GCCA.
           MOVE 0 TO GCFECHA GCSEC.
           START GESTIONES KEY IS NOT LESS THAN GCCLAVE
              INVALID KEY
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-GESTION
           END-START.
           READ GESTIONES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-GESTION
           END-READ.
           IF GCCA NOT = DUP-CA
              MOVE "S" TO SW-FIN
              GO TO F-MOVER-GESTION
           END-IF.
           MOVE R-GES TO GES-VIEJO.
           MOVE SOB-CA TO GCCA.
           READ GESTIONES KEY IS GCCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM PROXIMA-SEC-GES
           END-READ.
           MOVE GCSEC TO WGES-ULT.
           MOVE GES-VIEJO TO R-GES.
           MOVE SOB-CA TO GCCA.
           MOVE WGES-ULT TO GCSEC.
           WRITE R-GES
              INVALID KEY
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-GESTION
           END-WRITE.
           MOVE GES-VIEJO TO R-GES.
           DELETE GESTIONES
              INVALID KEY MOVE "S" TO SW-FIN
              NOT INVALID KEY ADD 1 TO CANT-GES
           END-DELETE.
       F-MOVER-GESTION.
           EXIT.

       PROXIMA-SEC-GES.
           MOVE 0 TO WGES-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE SOB-CA TO GCCA.
           MOVE 0 TO GCSEC.
           START GESTIONES KEY IS NOT LESS THAN GCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           MOVE GCFECHA TO CMV-FECHA.
           PERFORM BUSCAR-ULTIMA-GES THRU F-BUSCAR-ULTIMA-GES
              UNTIL SW-FIN-SEC = "S".
           MOVE SOB-CA TO GCCA.
           MOVE CMV-FECHA TO GCFECHA.
           COMPUTE GCSEC = WGES-ULT + 1.

       BUSCAR-ULTIMA-GES.
           READ GESTIONES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF GCCA = SOB-CA AND GCFECHA = CMV-FECHA
                 MOVE GCSEC TO WGES-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-GES.
           EXIT.

      *-- ABONOS: LA CUENTA ES PARTE DE LA CLAVE; EL ABONO PASA ---*
      *-- CON SU NUMERO O CON EL ULTIMO DE LA SOBREVIVIENTE + 1 ----*
       TRASLADAR-CONTRATOS.
           OPEN I-O CONTRATOS.
           IF FSTABO NOT = "00"
              GO TO F-TRASLADAR-CONTRATOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM MOVER-CONTRATO THRU F-MOVER-CONTRATO
              UNTIL SW-FIN = "S".
           CLOSE CONTRATOS.
       F-TRASLADAR-CONTRATOS.
           EXIT.

       MOVER-CONTRATO.
           MOVE DUP-CA TO ABCA.
           MOVE 0 TO ABNRO.
           START CONTRATOS KEY IS NOT LESS THAN ABCLAVE
              INVALID KEY
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-CONTRATO
           END-START.
           READ CONTRATOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-CONTRATO
           END-READ.
           IF ABCA NOT = DUP-CA
              MOVE "S" TO SW-FIN
              GO TO F-MOVER-CONTRATO
           END-IF.
           MOVE R-ABO TO ABO-VIEJO.
           MOVE SOB-CA TO ABCA.
           READ CONTRATOS KEY IS ABCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM PROXIMO-NRO-ABONO
           END-READ.
           MOVE ABNRO TO WABO-ULT.
           MOVE ABO-VIEJO TO R-ABO.
           MOVE SOB-CA TO ABCA.
           MOVE WABO-ULT TO ABNRO.
           WRITE R-ABO
              INVALID KEY
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-CONTRATO
           END-WRITE.
           MOVE ABO-VIEJO TO R-ABO.
           DELETE CONTRATOS
              INVALID KEY MOVE "S" TO SW-FIN
              NOT INVALID KEY ADD 1 TO CANT-ABO
           END-DELETE.
       F-MOVER-CONTRATO.
           EXIT.

       PROXIMO-NRO-ABONO.
           MOVE 0 TO WABO-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE SOB-CA TO ABCA.
           MOVE 0 TO ABNRO.
           START CONTRATOS KEY IS NOT LESS THAN ABCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMO-ABONO THRU F-BUSCAR-ULTIMO-ABONO
              UNTIL SW-FIN-SEC = "S".
           MOVE SOB-CA TO ABCA.
           COMPUTE ABNRO = WABO-ULT + 1.

       BUSCAR-ULTIMO-ABONO.
           READ CONTRATOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF ABCA = SOB-CA
                 MOVE ABNRO TO WABO-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMO-ABONO.
           EXIT.

      *-- RECLAMOS: SE CORRIGE EL MOVIMIENTO RECLAMADO SI CAMBIO --*
      *-- DE SECUENCIA; EL NOMBRE QUEDA COMO SE CARGO --------------*
       TRASLADAR-RECLAMOS.
           OPEN I-O RECLAMOS.
           IF FSTRCL NOT = "00"
              GO TO F-TRASLADAR-RECLAMOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-RECLAMO THRU F-REVISAR-RECLAMO
              UNTIL SW-FIN = "S".
           CLOSE RECLAMOS.
       F-TRASLADAR-RECLAMOS.
           EXIT.

       REVISAR-RECLAMO.
           READ RECLAMOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-RECLAMO
           END-READ.
           IF RLCA NOT = DUP-CA
              GO TO F-REVISAR-RECLAMO
           END-IF.
           MOVE SOB-CA TO RLCA.
           IF RCL-MOVIMIENTO
              MOVE RLMFECHA TO BR-FECHA
              MOVE RLMSEC TO BR-SEC
              PERFORM BUSCAR-RENUM
              MOVE BR-SEC TO RLMSEC
           END-IF.
           REWRITE R-RCL
              NOT INVALID KEY ADD 1 TO CANT-RCL
           END-REWRITE.
       F-REVISAR-RECLAMO.
           EXIT.

      *-- SERVICIOS FACTURADOS: LA PARTIDA PASA A LA SOBREVIVIENTE -*
      *-- CON SU SECUENCIA NUEVA SI CAMBIO (VER RECSERV) -----------*
       TRASLADAR-SERVICIOS.
           OPEN I-O SRV-FACTURADOS.
           IF FSTSFC NOT = "00"
              GO TO F-TRASLADAR-SERVICIOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-SERVICIO THRU F-REVISAR-SERVICIO
              UNTIL SW-FIN = "S".
           CLOSE SRV-FACTURADOS.
       F-TRASLADAR-SERVICIOS.
           EXIT.

       REVISAR-SERVICIO.
           READ SRV-FACTURADOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-SERVICIO
           END-READ.
           IF SFCA NOT = DUP-CA
              GO TO F-REVISAR-SERVICIO
           END-IF.
           MOVE SOB-CA TO SFCA.
           MOVE SFFECHA TO BR-FECHA.
           MOVE SFSEC TO BR-SEC.
           PERFORM BUSCAR-RENUM.
           MOVE BR-SEC TO SFSEC.
           REWRITE R-SFC
              NOT INVALID KEY ADD 1 TO CANT-SFC
           END-REWRITE.
       F-REVISAR-SERVICIO.
           EXIT.

      *-- MATRICULAS DE LA REINSCRIPCION: IGUAL, PARA QUE COBRAR ---*
      *-- SIGA ENCONTRANDO LA PARTIDA (VER CAMPREI) ----------------*
       TRASLADAR-MATRICULAS.
           OPEN I-O REINSCRIP.
           IF FSTREI NOT = "00"
              GO TO F-TRASLADAR-MATRICULAS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-MATRICULA THRU F-REVISAR-MATRICULA
              UNTIL SW-FIN = "S".
           CLOSE REINSCRIP.
       F-TRASLADAR-MATRICULAS.
           EXIT.

       REVISAR-MATRICULA.
           READ REINSCRIP NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-MATRICULA
           END-READ.
           IF RIALU = 0 OR RICA NOT = DUP-CA
              GO TO F-REVISAR-MATRICULA
           END-IF.
           MOVE SOB-CA TO RICA.
           MOVE RIFECHA TO BR-FECHA.
           MOVE RISEC TO BR-SEC.
           PERFORM BUSCAR-RENUM.
           MOVE BR-SEC TO RISEC.
           REWRITE R-REI
              NOT INVALID KEY ADD 1 TO CANT-REI
           END-REWRITE.
       F-REVISAR-MATRICULA.
           EXIT.

      *-- ALUMNOS QUE PAGA EL DUPLICADO --*
       TRASLADAR-VINCULOS.
           OPEN I-O VINCULOS.
           IF FSTAPG NOT = "00"
              GO TO F-TRASLADAR-VINCULOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-VINCULO THRU F-REVISAR-VINCULO
              UNTIL SW-FIN = "S".
           CLOSE VINCULOS.
       F-TRASLADAR-VINCULOS.
           EXIT.

       REVISAR-VINCULO.
           READ VINCULOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-VINCULO
           END-READ.
           IF APCA NOT = DUP-CA
              GO TO F-REVISAR-VINCULO
           END-IF.
           MOVE SOB-CA TO APCA.
           REWRITE R-APG
              NOT INVALID KEY ADD 1 TO CANT-APG
           END-REWRITE.
       F-REVISAR-VINCULO.
           EXIT.

      *-- FAMILIAS CUYA CUENTA PAGADORA ES EL DUPLICADO --*
       TRASLADAR-FAMILIAS.
           OPEN I-O FAMILIAS.
           IF FSTFAM NOT = "00"
              GO TO F-TRASLADAR-FAMILIAS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-FAMILIA THRU F-REVISAR-FAMILIA
              UNTIL SW-FIN = "S".
           CLOSE FAMILIAS.
       F-TRASLADAR-FAMILIAS.
           EXIT.

       REVISAR-FAMILIA.
           READ FAMILIAS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-FAMILIA
           END-READ.
           IF FMCA NOT = DUP-CA
              GO TO F-REVISAR-FAMILIA
           END-IF.
           MOVE SOB-CA TO FMCA.
           REWRITE R-FAM
              NOT INVALID KEY ADD 1 TO CANT-FAM
           END-REWRITE.
       F-REVISAR-FAMILIA.
           EXIT.

      *-- GRUPOS: LA CUENTA ES PARTE DE LA CLAVE; SI LA ----------*
      *-- SOBREVIVIENTE YA ES MIEMBRO DEL GRUPO SOLO SE BORRA LA --*
      *-- FILA DEL DUPLICADO ---------------------------------------*
       TRASLADAR-GRUPOS.
           OPEN I-O GRUPOS.
           IF FSTGRU NOT = "00"
              GO TO F-TRASLADAR-GRUPOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM MOVER-GRUPO THRU F-MOVER-GRUPO
              UNTIL SW-FIN = "S".
           CLOSE GRUPOS.
       F-TRASLADAR-GRUPOS.
           EXIT.

       MOVER-GRUPO.
           MOVE DUP-CA TO GRCA.
           START GRUPOS KEY IS NOT LESS THAN GRCA
              INVALID KEY
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-GRUPO
           END-START.
           READ GRUPOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MOVER-GRUPO
           END-READ.
           IF GRCA NOT = DUP-CA
              MOVE "S" TO SW-FIN
              GO TO F-MOVER-GRUPO
           END-IF.
           MOVE R-GRU TO GRU-VIEJO.
           PERFORM BUSCAR-GRUPO-SOB.
           IF SW-HALLADO = "N"
              MOVE GRU-VIEJO TO R-GRU
              MOVE SOB-CA TO GRCA
              WRITE R-GRU
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           MOVE GRU-VIEJO TO R-GRU.
           DELETE GRUPOS
              INVALID KEY MOVE "S" TO SW-FIN
              NOT INVALID KEY ADD 1 TO CANT-GRU
           END-DELETE.
       F-MOVER-GRUPO.
           EXIT.

      *-- PRESUPUESTOS: PASAN A LA SOBREVIVIENTE EN CUALQUIER -----*
      *-- ESTADO, PARA QUE FACTURAR ENCUENTRE AL CLIENTE; EL ------*
      *-- NOMBRE QUEDA COMO SE EMITIO -----------------------------*
       TRASLADAR-PRESUPUESTOS.
           OPEN I-O PRESUPUESTOS.
           IF FSTPRC NOT = "00"
              GO TO F-TRASLADAR-PRESUPUESTOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM REVISAR-PRESUPUESTO THRU F-REVISAR-PRESUPUESTO
              UNTIL SW-FIN = "S".
           CLOSE PRESUPUESTOS.
       F-TRASLADAR-PRESUPUESTOS.
           EXIT.

       REVISAR-PRESUPUESTO.
           READ PRESUPUESTOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-REVISAR-PRESUPUESTO
           END-READ.
           IF QCCA NOT = DUP-CA
              GO TO F-REVISAR-PRESUPUESTO
           END-IF.
           MOVE SOB-CA TO QCCA.
           REWRITE R-PRC
              NOT INVALID KEY ADD 1 TO CANT-PRC
           END-REWRITE.
       F-REVISAR-PRESUPUESTO.
           EXIT.

      *-- CARTERA DEL COBRADOR: LA ASIGNACION DEL DUPLICADO PASA --*
      *-- A LA SOBREVIVIENTE; SI ESTA YA TIENE LA SUYA, MANDA LA --*
      *-- DE ELLA Y LA DEL DUPLICADO SOLO SE BORRA ----------------*
       TRASLADAR-CARTERA.
           OPEN I-O CARTERA.
           IF FSTCAR NOT = "00"
              GO TO F-TRASLADAR-CARTERA
           END-IF.
           MOVE "C" TO CATIPO.
           MOVE DUP-CA TO CACOD.
           READ CARTERA KEY IS CACLAVE
              INVALID KEY
                 CLOSE CARTERA
                 GO TO F-TRASLADAR-CARTERA
           END-READ.
           MOVE R-CAR TO CAR-VIEJO.
           MOVE SOB-CA TO CACOD.
           WRITE R-CAR
              INVALID KEY CONTINUE
           END-WRITE.
           MOVE CAR-VIEJO TO R-CAR.
           DELETE CARTERA
              NOT INVALID KEY ADD 1 TO CANT-CAR
           END-DELETE.
           CLOSE CARTERA.
       F-TRASLADAR-CARTERA.
           EXIT.

      *-- UNA CUENTA SOLO PUEDE ESTAR EN UN GRUPO (VER ABMGRU) ----*
       BUSCAR-GRUPO-SOB.
           MOVE "N" TO SW-HALLADO.
           MOVE SOB-CA TO GRCA.
           START GRUPOS KEY IS NOT LESS THAN GRCA
              INVALID KEY MOVE "N" TO SW-HALLADO
              NOT INVALID KEY
                 READ GRUPOS NEXT RECORD
                    AT END MOVE "N" TO SW-HALLADO
                    NOT AT END
                       IF GRCA = SOB-CA
                          MOVE "S" TO SW-HALLADO
                       END-IF
                 END-READ
           END-START.

      *-- SALDO DE LA SOBREVIVIENTE DESDE SUS MOVIMIENTOS ---------*
      *-- APLICADOS (DEBE SUMA, HABER RESTA), COMO APLIMOV ---------*
       RECALCULAR-SALDO.
           MOVE 0 TO SALDO-TRAB.
           MOVE "N" TO SW-FIN.
           MOVE SOB-CA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM SUMAR-MOVIMIENTO THRU F-SUMAR-MOVIMIENTO
              UNTIL SW-FIN = "S".
           MOVE SOB-CA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY GO TO F-RECALCULAR-SALDO
           END-READ.
           MOVE PSA TO WSALDO-ANT.
           IF SALDO-TRAB < 0
              MOVE 2 TO PTS
              COMPUTE PSA = 0 - SALDO-TRAB
           ELSE
              MOVE 1 TO PTS
              MOVE SALDO-TRAB TO PSA
           END-IF.
           REWRITE R-PER
              INVALID KEY GO TO F-RECALCULAR-SALDO
           END-REWRITE.
           MOVE R-PER TO JRN-IMAGEN.
           MOVE "P" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           MOVE "FUSION" TO LP-TIPO.
           MOVE PCA TO LP-CODIGO.
           MOVE PAN TO LP-PAN-ANT.
           MOVE "ABSORBE CTA" TO NF-TEXTO.
           MOVE DUP-CA TO NF-CA.
           MOVE NOTA-FUSION TO LP-PAN-NUE.
           MOVE WSALDO-ANT TO LP-PSA-ANT.
           MOVE PSA TO LP-PSA-NUE.
           PERFORM GRABAR-AUDITORIA.
       F-RECALCULAR-SALDO.
           EXIT.

       SUMAR-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-SUMAR-MOVIMIENTO
           END-READ.
           IF MVCA NOT = SOB-CA
              MOVE "S" TO SW-FIN
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF NOT MOV-APLICADO
              GO TO F-SUMAR-MOVIMIENTO
           END-IF.
           IF MOV-DEBE
              ADD MVIMP TO SALDO-TRAB
           ELSE
              SUBTRACT MVIMP FROM SALDO-TRAB
           END-IF.
       F-SUMAR-MOVIMIENTO.
           EXIT.

       BAJA-DUPLICADO.
           MOVE DUP-CA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY GO TO F-BAJA-DUPLICADO
           END-READ.
           MOVE R-PER TO JRN-IMAGEN.
           DELETE PERSONA
              INVALID KEY GO TO F-BAJA-DUPLICADO
           END-DELETE.
           MOVE "P" TO JRN-ARCH.
           MOVE "B" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           MOVE "BAJA FUSION" TO LP-TIPO.
           MOVE DUP-CA TO LP-CODIGO.
           MOVE DUP-AN TO LP-PAN-ANT.
           MOVE "FUSIONADA EN" TO NF-TEXTO.
           MOVE SOB-CA TO NF-CA.
           MOVE NOTA-FUSION TO LP-PAN-NUE.
           MOVE DUP-PSA TO LP-PSA-ANT.
           MOVE 0 TO LP-PSA-NUE.
           PERFORM GRABAR-AUDITORIA.
       F-BAJA-DUPLICADO.
           EXIT.

       MOSTRAR-RESULTADO.
           DISPLAY "MOVIMIENTOS " LINE 16 POSITION 05.
           DISPLAY CANT-MOV LINE 16 POSITION 17.
           DISPLAY "RECIBOS     " LINE 16 POSITION 25.
           DISPLAY CANT-COB LINE 16 POSITION 37.
           DISPLAY "FACTURAS    " LINE 16 POSITION 45.
           DISPLAY CANT-FAC LINE 16 POSITION 57.
           DISPLAY "NOTAS C/D   " LINE 17 POSITION 05.
           DISPLAY CANT-NOT LINE 17 POSITION 17.
           DISPLAY "CHEQUES     " LINE 17 POSITION 25.
           DISPLAY CANT-CHQ LINE 17 POSITION 37.
           DISPLAY "PLANES      " LINE 17 POSITION 45.
           DISPLAY CANT-PLA LINE 17 POSITION 57.
           DISPLAY "GESTIONES   " LINE 18 POSITION 05.
           DISPLAY CANT-GES LINE 18 POSITION 17.
           DISPLAY "ABONOS      " LINE 18 POSITION 25.
           DISPLAY CANT-ABO LINE 18 POSITION 37.
           DISPLAY "RECLAMOS    " LINE 18 POSITION 45.
           DISPLAY CANT-RCL LINE 18 POSITION 57.
           DISPLAY "ALUMNOS     " LINE 19 POSITION 05.
           DISPLAY CANT-APG LINE 19 POSITION 17.
           DISPLAY "FAMILIAS    " LINE 19 POSITION 25.
           DISPLAY CANT-FAM LINE 19 POSITION 37.
           DISPLAY "GRUPOS      " LINE 19 POSITION 45.
           DISPLAY CANT-GRU LINE 19 POSITION 57.
           DISPLAY "RENUMERADOS " LINE 20 POSITION 05.
           DISPLAY CANT-RENUM LINE 20 POSITION 17.
           DISPLAY "SERVICIOS   " LINE 20 POSITION 25.
           DISPLAY CANT-SFC LINE 20 POSITION 37.
           DISPLAY "MATRICULAS  " LINE 20 POSITION 45.
           DISPLAY CANT-REI LINE 20 POSITION 57.
           DISPLAY "PRESUPUESTOS" LINE 21 POSITION 05.
           DISPLAY CANT-PRC LINE 21 POSITION 17.
           DISPLAY "COBRADOR    " LINE 21 POSITION 25.
           DISPLAY CANT-CAR LINE 21 POSITION 37.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

       GRABAR-AUDITORIA.
           ACCEPT LP-FECHA FROM DATE YYYYMMDD.
           MOVE QS-OPER TO LP-OPER.
           OPEN EXTEND AUDITORIA.
           IF FSTAUD NOT = "00"
              OPEN OUTPUT AUDITORIA
           END-IF.
           WRITE R-AUDITORIA FROM LINEA-AUDIPER.
           CLOSE AUDITORIA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "FUSCLI: FUSIONES REALIZADAS = " CANT-FUS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PERSONA MOVIMIENTOS.
           EXIT PROGRAM.
