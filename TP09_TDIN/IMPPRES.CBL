      *** IMPPRES - IMPRESION DE PRESUPUESTOS A CLIENTES           ***
      *** SE PIDE EL NUMERO, SE RELEEN LA CABECERA (PRESCLI.IND),  ***
      *** LOS RENGLONES (PRESITEM.IND) Y LOS DATOS FISCALES DEL    ***
      *** CLIENTE, Y SALE POR EL SPOOL CON LA RAZON SOCIAL DE      ***
      *** EMPRESA.CFG, EL TOTAL Y LA FECHA HASTA LA QUE VALE - NO  ***
      *** ES UN COMPROBANTE FISCAL: NO LLEVA CAE - SE PUEDE        ***
      *** REIMPRIMIR LAS VECES QUE HAGA FALTA, COMO DESDE VERSPOOL ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPRES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT PRESUPUESTOS ASSIGN TO DISK "PRESCLI.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QCNRO
           FILE STATUS IS FSTPRC.

           SELECT PITEMS ASSIGN TO DISK "PRESITEM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QICLAVE
           FILE STATUS IS FSTPIT.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

           SELECT F-EMPRESA ASSIGN TO DISK "EMPRESA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEMPC.

      *-- EL PRESUPUESTO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD PRESUPUESTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS R-PRC.

         COPY PRESCAB.

        FD PITEMS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-PIT.

         COPY PRESITEM.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

      *-- EMPRESA.CFG: RAZON SOCIAL Y CUIT DEL EMISOR --------------*
        FD F-EMPRESA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-EMPRESA.
         01 R-EMPRESA.
            02 CFG-RAZON    PIC X(26).
            02 CFG-CUIT     PIC X(11).
            02 CFG-PTOVTA   PIC X(04).
            02 FILLER       PIC X(19).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTPRC              PIC XX.
       77 FSTPIT              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTEMPC             PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.

       77 ENT-NRO             PIC 9(06).
       77 WRAZON              PIC X(26) VALUE SPACES.
       77 WCUIT-EMI           PIC 9(11) VALUE 0.
       77 WDSUC               PIC X(15).
       77 WEST                PIC X(10).
       77 ITEM-POS            PIC 99 VALUE 0.
       77 SW-FIN-PIT          PIC X.

      *-- EL PRESUPUESTO SALE AL SPOOL -----------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "IMPPRES ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 0.

      *-- FECHAS DEL PRESUPUESTO Y DE SU VALIDEZ -------------------*
       01 WFECHA-CBTE.
          02 WAA-CBTE         PIC 9(4).
          02 WMM-CBTE         PIC 9(2).
          02 WDD-CBTE         PIC 9(2).
       01 WFECHA-VTO.
          02 WAA-VTO          PIC 9(4).
          02 WMM-VTO          PIC 9(2).
          02 WDD-VTO          PIC 9(2).

      *-- LINEAS DEL PRESUPUESTO IMPRESO ---------------------------*
       01 LINEA-EMISOR.
          02 LE-RAZON  PIC X(26).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "CUIT: ".
          02 LE-CUIT   PIC 9(11).

       01 LINEA-CABECERA.
          02 FILLER    PIC X(16) VALUE "PRESUPUESTO NRO ".
          02 LC-NRO    PIC 9(06).
          02 FILLER    PIC X(24) VALUE SPACES.
          02 LC-DD     PIC 99/.
          02 LC-MM     PIC 99/.
          02 LC-AA     PIC 9(4).

       01 LINEA-CLIENTE.
          02 FILLER    PIC X(08) VALUE "CLIENTE ".
          02 LC-PCA    PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LC-PAN    PIC X(30).

       01 LINEA-FISCAL.
          02 FILLER    PIC X(06) VALUE "CUIT: ".
          02 LF-CUIT   PIC 9(11).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "COND.IVA: ".
          02 LF-IVA    PIC X(14).

       01 PRESUP-ITEM.
          02 PI-DET    PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 PI-CANT   PIC ZZ9.
          02 FILLER    PIC X(03) VALUE " X ".
          02 PI-PRE    PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(03) VALUE " = ".
          02 PI-IMP    PIC ZZ.ZZ9,99.

       01 PRESUP-TOTAL.
          02 FILLER    PIC X(21) VALUE "TOTAL DEL PRESUPUESTO".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 PT-TOT    PIC ZZ.ZZ9,99.

       01 PRESUP-VALIDEZ.
          02 FILLER    PIC X(24) VALUE "PRECIOS CON IVA - VALIDO".
          02 FILLER    PIC X(05) VALUE " POR ".
          02 PV-DIAS   PIC ZZ9.
          02 FILLER    PIC X(13) VALUE " DIAS, HASTA ".
          02 PV-DD     PIC 99/.
          02 PV-MM     PIC 99/.
          02 PV-AA     PIC 9(4).

       01 PRESUP-PIE.
          02 FILLER    PIC X(10) VALUE "SUCURSAL: ".
          02 PP-DSUC   PIC X(15).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "OPERADOR: ".
          02 PP-OPE    PIC X(03).

       01 LINEA-RAYA.
          02 FILLER    PIC X(60) VALUE ALL "=".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-EMPRESA.
           OPEN INPUT PRESUPUESTOS.
           IF FSTPRC NOT = "00"
              DISPLAY "IMPPRES: PRESCLI.IND NO ENCONTRADO (FST="
                 FSTPRC ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "IMPPRES: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE PRESUPUESTOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PITEMS.
           OPEN INPUT MAESUC.

       PEDIR-PRESUPUESTO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "IMPRESION DE PRESUPUESTOS" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
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
           DISPLAY "CLIENTE: " LINE 06 POSITION 05.
           DISPLAY QCNOM LINE 06 POSITION 14.
           MOVE QCTOT TO PT-TOT.
           DISPLAY "TOTAL:   " LINE 07 POSITION 05.
           DISPLAY PT-TOT LINE 07 POSITION 14.
           DISPLAY "ESTADO:  " LINE 08 POSITION 05.
           DISPLAY WEST LINE 08 POSITION 14.
           DISPLAY "IMPRIME (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 22.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-PRESUPUESTO
           END-IF.
           MOVE QCCA TO PCA.
           PERFORM LEER-CLIENTE.
           PERFORM IMPRIMIR-PRESUPUESTO.
           GO TO PEDIR-PRESUPUESTO.

       LEER-CLIENTE.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 MOVE "NO ENCONTRADO" TO PAN
                 MOVE 0 TO PCUIT PIVA
           END-READ.

      *-- CADA PRESUPUESTO ES SU PROPIA ENTRADA EN EL SPOOL --------*
       IMPRIMIR-PRESUPUESTO.
           MOVE QCSUC TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 1 TO ITEM-POS.
           MOVE "N" TO SW-FIN-PIT.
           PERFORM IMPRIMIR-UN-ITEM THRU F-IMPRIMIR-UN-ITEM
              UNTIL ITEM-POS > QCLINEAS OR SW-FIN-PIT = "S".
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE QCTOT TO PT-TOT.
           MOVE SPACES TO R-IMP.
           MOVE PRESUP-TOTAL TO R-IMP.
           WRITE R-IMP.
           MOVE QCVAL TO PV-DIAS.
           MOVE QCVTO TO WFECHA-VTO.
           MOVE WDD-VTO TO PV-DD.
           MOVE WMM-VTO TO PV-MM.
           MOVE WAA-VTO TO PV-AA.
           MOVE SPACES TO R-IMP.
           MOVE PRESUP-VALIDEZ TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE WDSUC TO PP-DSUC.
           MOVE QCOPE TO PP-OPE.
           MOVE SPACES TO R-IMP.
           MOVE PRESUP-PIE TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-RAYA TO R-IMP.
           WRITE R-IMP.
           CLOSE IMPRE.
           MOVE 1 TO SPL-PAGINAS.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           DISPLAY "PRESUPUESTO IMPRESO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.

       IMPRIMIR-UN-ITEM.
           MOVE QCNRO TO QINRO.
           MOVE ITEM-POS TO QILIN.
           READ PITEMS KEY IS QICLAVE
              INVALID KEY
                 MOVE "S" TO SW-FIN-PIT
                 GO TO F-IMPRIMIR-UN-ITEM
           END-READ.
           MOVE QIDET TO PI-DET.
           MOVE QICANT TO PI-CANT.
           MOVE QIPRE TO PI-PRE.
           MOVE QIIMP TO PI-IMP.
           MOVE SPACES TO R-IMP.
           MOVE PRESUP-ITEM TO R-IMP.
           WRITE R-IMP.
           ADD 1 TO ITEM-POS.
       F-IMPRIMIR-UN-ITEM.
           EXIT.

      *-- EMISOR, NUMERO Y FECHA, CLIENTE Y SUS DATOS FISCALES -----*
       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-RAYA TO R-IMP.
           WRITE R-IMP.
           MOVE WRAZON TO LE-RAZON.
           MOVE WCUIT-EMI TO LE-CUIT.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-EMISOR TO R-IMP.
           WRITE R-IMP.
           MOVE QCNRO TO LC-NRO.
           MOVE QCFECHA TO WFECHA-CBTE.
           MOVE WDD-CBTE TO LC-DD.
           MOVE WMM-CBTE TO LC-MM.
           MOVE WAA-CBTE TO LC-AA.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CABECERA TO R-IMP.
           WRITE R-IMP.
           MOVE QCCA TO LC-PCA.
           MOVE QCNOM TO LC-PAN.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CLIENTE TO R-IMP.
           WRITE R-IMP.
           MOVE PCUIT TO LF-CUIT.
           EVALUATE PIVA
              WHEN 1 MOVE "RESP.INSCRIPTO" TO LF-IVA
              WHEN 3 MOVE "EXENTO        " TO LF-IVA
              WHEN OTHER MOVE "CONS.FINAL    " TO LF-IVA
           END-EVALUATE.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-FISCAL TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.

      *-- EL CUIT DEL EMISOR VA A CONTINUACION DE LA RAZON SOCIAL -*
       LEER-EMPRESA.
           OPEN INPUT F-EMPRESA.
           IF FSTEMPC = "00"
              READ F-EMPRESA AT END MOVE "10" TO FSTEMPC
              END-READ
              IF FSTEMPC = "00"
                 MOVE CFG-RAZON TO WRAZON
                 IF CFG-CUIT IS NUMERIC
                    MOVE CFG-CUIT TO WCUIT-EMI
                 END-IF
              END-IF
              CLOSE F-EMPRESA
           END-IF.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE PERSONA PRESUPUESTOS PITEMS MAESUC.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
