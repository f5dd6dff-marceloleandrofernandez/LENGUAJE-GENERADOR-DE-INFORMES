      *** CRUZPAD - CRUCE DE CLIENTES Y PROVEEDORES CONTRA EL      ***
      *** PADRON DE CONTRIBUYENTES (PADRON.IND, VER IMPPAD) -      ***
      *** LISTA LOS CUIT QUE NO ESTAN EN EL PADRON O ESTAN DADOS   ***
      *** DE BAJA, LOS CLIENTES CUYA CONDICION DE IVA (PIVA) NO    ***
      *** COINCIDE CON LA DEL PADRON Y LOS PROVEEDORES CON         ***
      *** EXCLUSION DE RETENCIONES VIGENTE A HOY - SALE POR EL     ***
      *** SPOOL - AL FINAL, SOLO UN SUPERVISOR (VER QUIENSOY)      ***
      *** PUEDE CORREGIR PIVA CLIENTE POR CLIENTE SEGUN EL PADRON, ***
      *** CADA CORRECCION CON SU LINEA EN AUDITPER.LOG             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUZPAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PADRON ASSIGN TO DISK "PADRON.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PDCUIT
           FILE STATUS IS FSTPAD.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

           SELECT AUDITORIA ASSIGN TO DISK "AUDITPER.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

      *-- EL LISTADO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD PADRON
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-PAD.

         COPY PADRON.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUDITORIA.

         01 R-AUDITORIA             PIC X(112).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
      *-- CADA ESCRITURA CONFIRMADA DEJA SU RENGLON PARA QUE ------*
      *-- RECUPPLA PUEDA REHACER EL DIA SOBRE UNA COPIA ------------*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

       77 FSTPAD              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTAUD              PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-PROV             PIC X VALUE "N".
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL LISTADO SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CRUZPAD ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.

      *-- RESULTADO DE BUSCAR UN CUIT EN EL PADRON: --------------*
      *-- N = NO ESTA, B = DADO DE BAJA, A = ACTIVO ----------------*
       77 SW-PADRON           PIC X.
      *-- CONDICION DEL PADRON LLEVADA A LOS VALORES DE PIVA ------*
       77 WIVA-PAD            PIC 9.
       77 WIVA-ANT            PIC 9.
       77 WFECHA-HOY          PIC 9(8).
       77 CANT-CORREGIDOS     PIC 9(05) VALUE 0.

      *-- CONTADORES DEL CRUCE -------------------------------------*
       77 CLI-INEXIST         PIC 9(05) VALUE 0.
       77 CLI-BAJA            PIC 9(05) VALUE 0.
       77 CLI-IVA-DIF         PIC 9(05) VALUE 0.
       77 PRV-INEXIST         PIC 9(05) VALUE 0.
       77 PRV-BAJA            PIC 9(05) VALUE 0.
       77 PRV-EXCLUIDOS       PIC 9(05) VALUE 0.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

      *-- NOMBRE CORTO DE CADA CONDICION DE IVA (PIVA 1/2/3) -------*
       01 TABLA-COND-IVA.
          02 FILLER PIC X(07) VALUE "R.INSC.".
          02 FILLER PIC X(07) VALUE "C.FINAL".
          02 FILLER PIC X(07) VALUE "EXENTO ".
       01 R-TABLA-COND-IVA REDEFINES TABLA-COND-IVA.
          02 COND-IVA OCCURS 3 TIMES PIC X(07).

       01 WFECHA-EXC.
          02 FE-AA            PIC 9(4).
          02 FE-MM            PIC 9(2).
          02 FE-DD            PIC 9(2).

      *-- LINEA DEL AUDITPER.LOG: PARA LA CORRECCION POR PADRON, ---*
      *-- LOS CAMPOS DE NOMBRE LLEVAN LA CONDICION ANTERIOR Y LA ---*
      *-- NUEVA ----------------------------------------------------*
       COPY AUDITPER.

       01 AUD-IVA.
          02 FILLER PIC X(15) VALUE "CONDICION IVA: ".
          02 AI-COND PIC X(07).
          02 FILLER PIC X(08) VALUE SPACES.

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(45) VALUE
             "CRUCE CONTRA EL PADRON DE CONTRIBUYENTES".
          02 FILLER PIC X(10) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(04) VALUE "    ".
          02 FILLER PIC X(09) VALUE "  CODIGO ".
          02 FILLER PIC X(23) VALUE "NOMBRE".
          02 FILLER PIC X(12) VALUE "CUIT".
          02 FILLER PIC X(32) VALUE "OBSERVACION".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-TIPO  PIC X(04).
           02 SD-COD   PIC Z(7)9.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(22).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CUIT  PIC 9(11).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-OBS   PIC X(32).

       01  OBS-IVA.
           02 FILLER   PIC X(04) VALUE "IVA ".
           02 OI-CARG  PIC X(07).
           02 FILLER   PIC X(08) VALUE " PADRON ".
           02 OI-PAD   PIC X(07).
           02 FILLER   PIC X(06) VALUE SPACES.

       01  OBS-EXCLUSION.
           02 FILLER   PIC X(22) VALUE "EXCL. RETENC. HASTA ".
           02 OE-DD    PIC 99/.
           02 OE-MM    PIC 99/.
           02 OE-AA    PIC 9(4).

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PADRON.
           IF FSTPAD NOT = "00"
              DISPLAY "CRUZPAD: NO HAY PADRON.IND - CORRA IMPPAD (FST="
                 FSTPAD ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "CRUZPAD: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE PADRON
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV = "00"
              MOVE "S" TO SW-PROV
           END-IF.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 0 TO PCA.
           START PERSONA KEY IS NOT LESS THAN PCA
              INVALID KEY MOVE "10" TO FSTPER
           END-START.
           PERFORM CRUZAR-CLIENTE THRU F-CRUZAR-CLIENTE
              UNTIL FSTPER = "10".
           IF SW-PROV = "S"
              MOVE 0 TO PVCOD
              START PROVEEDORES KEY IS NOT LESS THAN PVCOD
                 INVALID KEY MOVE "10" TO FSTPRV
              END-START
              PERFORM CRUZAR-PROVEEDOR THRU F-CRUZAR-PROVEEDOR
                 UNTIL FSTPRV = "10"
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           IF CLI-IVA-DIF > 0
              PERFORM OFRECER-CORRECCION THRU F-OFRECER-CORRECCION
           END-IF.
           GO TO FIN.

      *-- LOS CLIENTES SIN CUIT (CONSUMIDOR FINAL) NO SE CRUZAN ----*
       CRUZAR-CLIENTE.
           READ PERSONA NEXT RECORD AT END MOVE "10" TO FSTPER.
           IF FSTPER = "10" OR PCUIT = 0
              GO TO F-CRUZAR-CLIENTE
           END-IF.
           MOVE PCUIT TO PDCUIT.
           PERFORM BUSCAR-PADRON.
           MOVE SPACES TO R-IMP.
           MOVE "CLI " TO SD-TIPO.
           MOVE PCA TO SD-COD.
           MOVE PAN TO SD-NOM.
           MOVE PCUIT TO SD-CUIT.
           IF SW-PADRON = "N"
              MOVE "CUIT INEXISTENTE EN EL PADRON" TO SD-OBS
              ADD 1 TO CLI-INEXIST
              PERFORM IMPRIMIR-DETALLE
              GO TO F-CRUZAR-CLIENTE
           END-IF.
           IF SW-PADRON = "B"
              MOVE "CUIT DADO DE BAJA EN EL PADRON" TO SD-OBS
              ADD 1 TO CLI-BAJA
              PERFORM IMPRIMIR-DETALLE
              GO TO F-CRUZAR-CLIENTE
           END-IF.
           IF PIVA NOT = WIVA-PAD
              MOVE SPACES TO OI-CARG
              IF PIVA > 0 AND PIVA < 4
                 MOVE COND-IVA(PIVA) TO OI-CARG
              END-IF
              MOVE COND-IVA(WIVA-PAD) TO OI-PAD
              MOVE OBS-IVA TO SD-OBS
              ADD 1 TO CLI-IVA-DIF
              PERFORM IMPRIMIR-DETALLE
           END-IF.
       F-CRUZAR-CLIENTE.
           EXIT.

       CRUZAR-PROVEEDOR.
           READ PROVEEDORES NEXT RECORD AT END MOVE "10" TO FSTPRV.
           IF FSTPRV = "10" OR PVCUIT = 0
              GO TO F-CRUZAR-PROVEEDOR
           END-IF.
           MOVE PVCUIT TO PDCUIT.
           PERFORM BUSCAR-PADRON.
           MOVE SPACES TO R-IMP.
           MOVE "PRV " TO SD-TIPO.
           MOVE PVCOD TO SD-COD.
           MOVE PVNOM TO SD-NOM.
           MOVE PVCUIT TO SD-CUIT.
           IF SW-PADRON = "N"
              MOVE "CUIT INEXISTENTE EN EL PADRON" TO SD-OBS
              ADD 1 TO PRV-INEXIST
              PERFORM IMPRIMIR-DETALLE
              GO TO F-CRUZAR-PROVEEDOR
           END-IF.
           IF SW-PADRON = "B"
              MOVE "CUIT DADO DE BAJA EN EL PADRON" TO SD-OBS
              ADD 1 TO PRV-BAJA
              PERFORM IMPRIMIR-DETALLE
              GO TO F-CRUZAR-PROVEEDOR
           END-IF.
      *-- EXCLUSION VIGENTE: HOY DENTRO DE DESDE - HASTA -----------*
           IF PAD-CON-EXCLUSION AND PDEXDES NOT > WFECHA-HOY
              AND PDEXHAS NOT < WFECHA-HOY
              MOVE PDEXHAS TO WFECHA-EXC
              MOVE FE-DD TO OE-DD
              MOVE FE-MM TO OE-MM
              MOVE FE-AA TO OE-AA
              MOVE OBS-EXCLUSION TO SD-OBS
              ADD 1 TO PRV-EXCLUIDOS
              PERFORM IMPRIMIR-DETALLE
           END-IF.
       F-CRUZAR-PROVEEDOR.
           EXIT.

      *-- M (MONOTRIBUTO) Y N (NO INSCRIPTO) SE FACTURAN COMO -----*
      *-- CONSUMIDOR FINAL -----------------------------------------*
       BUSCAR-PADRON.
           MOVE "A" TO SW-PADRON.
           READ PADRON KEY IS PDCUIT
              INVALID KEY MOVE "N" TO SW-PADRON
           END-READ.
           IF SW-PADRON = "A" AND PAD-BAJA
              MOVE "B" TO SW-PADRON
           END-IF.
           MOVE 2 TO WIVA-PAD.
           IF SW-PADRON = "A"
              IF PAD-IVA-INSCRIPTO
                 MOVE 1 TO WIVA-PAD
              END-IF
              IF PAD-IVA-EXENTO
                 MOVE 3 TO WIVA-PAD
              END-IF
           END-IF.

      *-----------------------------------------------------------*
      *-- CORRECCION SUPERVISADA DE PIVA SEGUN EL PADRON: CLIENTE --*
      *-- POR CLIENTE, CON CONFIRMACION Y LINEA EN AUDITPER.LOG  --*
      *-----------------------------------------------------------*
       OFRECER-CORRECCION.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                   QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           DISPLAY " " ERASE SCREEN.
           IF QS-OPER = "???" OR QS-SUP NOT = "S"
              DISPLAY "LA CORRECCION DE IVA ES SOLO PARA SUPERVISORES"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-OFRECER-CORRECCION
           END-IF.
           DISPLAY "CORRIGE EL IVA SEGUN EL PADRON (S/N) ? "
              LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 46.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-OFRECER-CORRECCION
           END-IF.
           CLOSE PERSONA.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "NO SE PUDO ABRIR PERSONA.IND (FST=" FSTPER ")"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              OPEN INPUT PERSONA
              GO TO F-OFRECER-CORRECCION
           END-IF.
           MOVE 0 TO PCA.
           START PERSONA KEY IS NOT LESS THAN PCA
              INVALID KEY MOVE "10" TO FSTPER
           END-START.
           PERFORM CORREGIR-CLIENTE THRU F-CORREGIR-CLIENTE
              UNTIL FSTPER = "10".
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CRUZPAD: CONDICIONES DE IVA CORREGIDAS = "
              LINE 22 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY CANT-CORREGIDOS LINE 22 POSITION 46.
           PERFORM PULSAR-TECLA.
       F-OFRECER-CORRECCION.
           EXIT.

      *-- F = TERMINAR SIN VER LOS CLIENTES QUE FALTAN -------------*
       CORREGIR-CLIENTE.
           READ PERSONA NEXT RECORD AT END MOVE "10" TO FSTPER.
           IF FSTPER = "10" OR PCUIT = 0
              GO TO F-CORREGIR-CLIENTE
           END-IF.
           MOVE PCUIT TO PDCUIT.
           PERFORM BUSCAR-PADRON.
           IF SW-PADRON NOT = "A" OR PIVA = WIVA-PAD
              GO TO F-CORREGIR-CLIENTE
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CORRECCION DE IVA SEGUN PADRON" LINE 02 POSITION 25
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CLIENTE: " LINE 05 POSITION 05.
           DISPLAY PCA LINE 05 POSITION 20.
           DISPLAY PAN LINE 05 POSITION 30.
           DISPLAY "CUIT: " LINE 06 POSITION 05.
           DISPLAY PCUIT LINE 06 POSITION 20.
           DISPLAY "EN EL PADRON: " LINE 07 POSITION 05.
           DISPLAY PDNOM LINE 07 POSITION 20.
           MOVE SPACES TO OI-CARG.
           IF PIVA > 0 AND PIVA < 4
              MOVE COND-IVA(PIVA) TO OI-CARG
           END-IF.
           DISPLAY "IVA CARGADA: " LINE 09 POSITION 05.
           DISPLAY OI-CARG LINE 09 POSITION 20.
           DISPLAY "IVA PADRON: " LINE 10 POSITION 05.
           DISPLAY COND-IVA(WIVA-PAD) LINE 10 POSITION 20.
           DISPLAY "CORRIGE (S/N, F = FIN) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 31.
           IF OP-SN = "F" OR OP-SN = "f"
              MOVE "10" TO FSTPER
              GO TO F-CORREGIR-CLIENTE
           END-IF.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-CORREGIR-CLIENTE
           END-IF.
           MOVE PIVA TO WIVA-ANT.
           MOVE WIVA-PAD TO PIVA.
           REWRITE R-PER
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR (FST=" FSTPER ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-CORREGIR-CLIENTE
           END-REWRITE.
           MOVE R-PER TO JRN-IMAGEN.
           MOVE "P" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           PERFORM GRABAR-AUDITORIA.
           ADD 1 TO CANT-CORREGIDOS.
       F-CORREGIR-CLIENTE.
           EXIT.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

       GRABAR-AUDITORIA.
           ACCEPT LP-FECHA FROM DATE YYYYMMDD.
           MOVE QS-OPER TO LP-OPER.
           MOVE "IVA PADRON" TO LP-TIPO.
           MOVE PCA TO LP-CODIGO.
           MOVE SPACES TO AI-COND.
           IF WIVA-ANT > 0 AND WIVA-ANT < 4
              MOVE COND-IVA(WIVA-ANT) TO AI-COND
           END-IF.
           MOVE AUD-IVA TO LP-PAN-ANT.
           MOVE COND-IVA(PIVA) TO AI-COND.
           MOVE AUD-IVA TO LP-PAN-NUE.
           MOVE PSA TO LP-PSA-ANT.
           MOVE PSA TO LP-PSA-NUE.
           OPEN EXTEND AUDITORIA.
           IF FSTAUD NOT = "00"
              OPEN OUTPUT AUDITORIA
           END-IF.
           WRITE R-AUDITORIA FROM LINEA-AUDIPER.
           CLOSE AUDITORIA.

       IMPRIMIR-DETALLE.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

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
           ADD 1 TO L.
           MOVE "CLIENTES CON CUIT INEXISTENTE" TO ST-LEYENDA.
           MOVE CLI-INEXIST TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CLIENTES CON CUIT DADO DE BAJA" TO ST-LEYENDA.
           MOVE CLI-BAJA TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "CLIENTES CON CONDICION DE IVA DISTINTA" TO ST-LEYENDA.
           MOVE CLI-IVA-DIF TO ST-CANT.
           PERFORM IMPRIMIR-TOTAL.
           IF SW-PROV NOT = "S"
              MOVE SPACES TO R-IMP
              MOVE "SIN PROVEE.IND - NO SE CRUZARON LOS PROVEEDORES"
                 TO R-IMP
              PERFORM ESCRIBIR-LINEA
           ELSE
              MOVE "PROVEEDORES CON CUIT INEXISTENTE" TO ST-LEYENDA
              MOVE PRV-INEXIST TO ST-CANT
              PERFORM IMPRIMIR-TOTAL
              MOVE "PROVEEDORES CON CUIT DADO DE BAJA" TO ST-LEYENDA
              MOVE PRV-BAJA TO ST-CANT
              PERFORM IMPRIMIR-TOTAL
              MOVE "PROVEEDORES CON EXCLUSION DE RETENCIONES"
                 TO ST-LEYENDA
              MOVE PRV-EXCLUIDOS TO ST-CANT
              PERFORM IMPRIMIR-TOTAL
           END-IF.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

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
           CLOSE PADRON PERSONA.
           IF SW-PROV = "S"
              CLOSE PROVEEDORES
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
