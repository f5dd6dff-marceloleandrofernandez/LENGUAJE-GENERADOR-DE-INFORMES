      *** RESPRV - RESUMEN DE CUENTA DE UN PROVEEDOR               ***
      *** PIDE EL PROVEEDOR (PROVEE.IND) Y LISTA SUS COMPROBANTES  ***
      *** DE MOVPROV.IND EN ORDEN DE FECHA: FACTURAS Y NOTAS DE    ***
      *** DEBITO CON SU VENCIMIENTO Y LO QUE LES FALTA PAGAR,      ***
      *** ORDENES DE PAGO Y NOTAS DE CREDITO CON LAS FACTURAS QUE  ***
      *** CANCELARON (IMPPRV.IND), Y EL SALDO CORRIDO - AL PIE LA  ***
      *** DEUDA VENCIDA, A VENCER Y LO PAGADO A CUENTA - LOS       ***
      *** EGRESOS DE CAJA NO SON CUENTA CORRIENTE Y NO SALEN -     ***
      *** SALE POR EL SPOOL                                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT IMPUTACIONES ASSIGN TO DISK "IMPPRV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IPCLAVE
           ALTERNATE RECORD KEY IS IPFACT DUPLICATES
           FILE STATUS IS FSTIPV.

      *-- EL RESUMEN SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
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

        FD IMPUTACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-IPV.

         COPY IMPPRV.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPRV              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTIPV              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL RESUMEN SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "RESPRV  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
       77 ENT-PROV            PIC 9(05).
       77 WCLAVE-ACT          PIC X(16).
       77 SW-FIN-IMP          PIC X.
       77 WCOMP-FAC           PIC X(12).
       77 WSALDO              PIC S9(08)V99 VALUE 0.
       77 TOT-FACT            PIC 9(08)V99 VALUE 0.
       77 TOT-PAGO            PIC 9(08)V99 VALUE 0.
       77 TOT-VENCIDO         PIC 9(08)V99 VALUE 0.
       77 TOT-AVENCER         PIC 9(08)V99 VALUE 0.
       77 TOT-ACUENTA         PIC 9(08)V99 VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 WFECHA-AUX.
          02 WAA-AUX          PIC 9(4).
          02 WMM-AUX          PIC 9(2).
          02 WDD-AUX          PIC 9(2).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(05) VALUE  SPACES.
          02 FILLER PIC X(20) VALUE "RESUMEN DE CUENTA - ".
          02 TC-PROV PIC 9(05).
          02 FILLER PIC X(01) VALUE SPACES.
          02 TC-NOM PIC X(30).
          02 FILLER PIC X(04) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(09) VALUE "FECHA".
          02 FILLER PIC X(04) VALUE "TIP".
          02 FILLER PIC X(13) VALUE "COMPROBANTE".
          02 FILLER PIC X(09) VALUE "VENCE".
          02 FILLER PIC X(10) VALUE " FACTURADO".
          02 FILLER PIC X(10) VALUE "    PAGADO".
          02 FILLER PIC X(12) VALUE "       SALDO".
          02 FILLER PIC X(10) VALUE " PENDIENTE".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-DD    PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 SD-MM    PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 SD-AA    PIC 99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-TIPO  PIC X(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-COMP  PIC X(12).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-VTO   PIC X(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-FACT  PIC ZZ.ZZ9,99B BLANK WHEN ZERO.
           02 SD-PAGO  PIC ZZ.ZZ9,99B BLANK WHEN ZERO.
           02 SD-SALDO PIC ZZZ.ZZ9,99-.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-PEND  PIC ZZ.ZZ9,99.

       01  SALIDA-DE-IMPUTACION.
           02 FILLER   PIC X(13) VALUE SPACES.
           02 FILLER   PIC X(13) VALUE "APLICADO A FC".
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SI-COMP  PIC X(12).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SI-IMP   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(31) VALUE SPACES.

       01  SALIDA-DE-TOTALES.
           02 FILLER   PIC X(05) VALUE SPACES.
           02 SL-ROT   PIC X(30).
           02 SL-IMP   PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER   PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV NOT = "00"
              DISPLAY "RESPRV: PROVEE.IND NO ENCONTRADO (FST="
                 FSTPRV ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV NOT = "00"
              DISPLAY "RESPRV: MOVPROV.IND NO ENCONTRADO (FST="
                 FSTMPV ")"
              CLOSE PROVEEDORES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT IMPUTACIONES.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RESUMEN DE CUENTA DE PROVEEDOR" LINE 02 POSITION 25
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PROVEEDOR: " LINE 04 POSITION 05.
           ACCEPT ENT-PROV LINE 04 POSITION 17.
           IF ENT-PROV IS NOT NUMERIC OR ENT-PROV = 0
              CLOSE PROVEEDORES COMPROBANTES IMPUTACIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE ENT-PROV TO PVCOD.
           READ PROVEEDORES KEY IS PVCOD
              INVALID KEY
                 DISPLAY "PROVEEDOR INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 CLOSE PROVEEDORES COMPROBANTES IMPUTACIONES
                 GO TO FIN-SIN-ARCHIVOS
           END-READ.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE ENT-PROV TO MPPROV.
           MOVE 0 TO MPFECHA MPSEC.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "10" TO FSTMPV
           END-START.
           PERFORM TRATAR-COMPROBANTE THRU F-TRATAR-COMPROBANTE
              UNTIL FSTMPV = "10".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

       TRATAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD AT END MOVE "10" TO FSTMPV.
           IF FSTMPV = "10"
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           IF MPPROV NOT = ENT-PROV
              MOVE "10" TO FSTMPV
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           IF PRV-EGRESO-CAJA
              GO TO F-TRATAR-COMPROBANTE
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE MPDD TO SD-DD.
           MOVE MPMM TO SD-MM.
           MOVE MPAA TO WAA-AUX.
           MOVE WAA-AUX(3:2) TO SD-AA.
           MOVE MPCOMP TO SD-COMP.
           MOVE SPACES TO SD-VTO.
           MOVE 0 TO SD-FACT SD-PAGO SD-PEND.
           IF PRV-ORDEN-PAGO OR PRV-NOTA-CREDITO
              PERFORM DETALLE-PAGO
           ELSE
              PERFORM DETALLE-FACTURA
           END-IF.
           MOVE WSALDO TO SD-SALDO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           IF PRV-ORDEN-PAGO OR PRV-NOTA-CREDITO
              PERFORM LISTAR-IMPUTACIONES THRU F-LISTAR-IMPUTACIONES
           END-IF.
       F-TRATAR-COMPROBANTE.
           EXIT.

       DETALLE-FACTURA.
           MOVE MPCTIPO TO SD-TIPO.
           MOVE MPVTO TO WFECHA-AUX.
           MOVE WDD-AUX TO SD-VTO(1:2).
           MOVE "/" TO SD-VTO(3:1).
           MOVE WMM-AUX TO SD-VTO(4:2).
           MOVE "/" TO SD-VTO(6:1).
           MOVE WAA-AUX(3:2) TO SD-VTO(7:2).
           MOVE MPIMP TO SD-FACT.
           MOVE MPSDO TO SD-PEND.
           ADD MPIMP TO TOT-FACT WSALDO.
           IF MPVTO < WFECHA-HOY
              ADD MPSDO TO TOT-VENCIDO
           ELSE
              ADD MPSDO TO TOT-AVENCER
           END-IF.

       DETALLE-PAGO.
           IF PRV-ORDEN-PAGO
              MOVE "OP " TO SD-TIPO
           ELSE
              MOVE MPCTIPO TO SD-TIPO
           END-IF.
           MOVE MPIMP TO SD-PAGO.
           MOVE MPSDO TO SD-PEND.
           ADD MPIMP TO TOT-PAGO.
           SUBTRACT MPIMP FROM WSALDO.
           ADD MPSDO TO TOT-ACUENTA.

      *-- LAS FACTURAS QUE CANCELO EL PAGO; LA RELECTURA MUEVE EL --*
      *-- PUNTERO DE MOVPROV: SE REPOSICIONA DESPUES DEL PAGO ------*
       LISTAR-IMPUTACIONES.
           IF FSTIPV NOT = "00"
              GO TO F-LISTAR-IMPUTACIONES
           END-IF.
           MOVE MPCLAVE TO WCLAVE-ACT.
           MOVE "N" TO SW-FIN-IMP.
           MOVE WCLAVE-ACT TO IPPAGO.
           MOVE 0 TO IPSEC.
           START IMPUTACIONES KEY IS NOT LESS THAN IPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-IMP
           END-START.
           PERFORM LISTAR-UNA-IMPUTACION THRU F-LISTAR-UNA-IMPUTACION
              UNTIL SW-FIN-IMP = "S".
           MOVE WCLAVE-ACT TO MPCLAVE.
           START COMPROBANTES KEY IS GREATER THAN MPCLAVE
              INVALID KEY MOVE "10" TO FSTMPV
           END-START.
       F-LISTAR-IMPUTACIONES.
           EXIT.

       LISTAR-UNA-IMPUTACION.
           READ IMPUTACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN-IMP.
           IF SW-FIN-IMP = "S"
              GO TO F-LISTAR-UNA-IMPUTACION
           END-IF.
           IF IPPAGO NOT = WCLAVE-ACT
              MOVE "S" TO SW-FIN-IMP
              GO TO F-LISTAR-UNA-IMPUTACION
           END-IF.
           MOVE SPACES TO WCOMP-FAC.
           MOVE IPFACT TO MPCLAVE.
           READ COMPROBANTES KEY IS MPCLAVE
              INVALID KEY MOVE "NO ENCONTRADA" TO WCOMP-FAC
              NOT INVALID KEY MOVE MPCOMP TO WCOMP-FAC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE WCOMP-FAC TO SI-COMP.
           MOVE IPIMP TO SI-IMP.
           MOVE SALIDA-DE-IMPUTACION TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
       F-LISTAR-UNA-IMPUTACION.
           EXIT.

       ESCRIBIR-LINEA.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           WRITE R-IMP.
           IF L NOT < WLIN-FOOT
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           MOVE ENT-PROV TO TC-PROV.
           MOVE PVNOM TO TC-NOM.
           MOVE WDD TO SDD.
           MOVE WMM TO SMM.
           MOVE WAA TO SAA.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           ADD 1 TO L.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           IF L > 14
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.
           ADD 1 TO L.
           MOVE "TOTAL FACTURADO" TO SL-ROT.
           MOVE TOT-FACT TO SL-IMP.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "TOTAL PAGADO Y NOTAS DE CREDITO" TO SL-ROT.
           MOVE TOT-PAGO TO SL-IMP.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "SALDO DE LA CUENTA" TO SL-ROT.
           MOVE WSALDO TO SL-IMP.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "  DEUDA VENCIDA" TO SL-ROT.
           MOVE TOT-VENCIDO TO SL-IMP.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "  DEUDA A VENCER" TO SL-ROT.
           MOVE TOT-AVENCER TO SL-IMP.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "  PAGADO A CUENTA SIN IMPUTAR" TO SL-ROT.
           MOVE TOT-ACUENTA TO SL-IMP.
           PERFORM ESCRIBIR-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE PROVEEDORES COMPROBANTES IMPUTACIONES IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
